      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EDERATR1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  EDERATR1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  AGING DE SALDO DEVEDOR E COBRANCA: LE OS     *
      *                   SALDOS DIARIOS DE FECHAMENTO DO RAZAO        *
      *                   ACUMULADO (EDERLEDG) E CALCULA, PARA CADA    *
      *                   CONTA COM SALDO NEGATIVO NA DATA DE          *
      *                   PROCESSAMENTO, HA QUANTOS DIAS SEGUIDOS ELA  *
      *                   ESTA NEGATIVA (DESDE O ULTIMO FECHAMENTO     *
      *                   NAO NEGATIVO). AS CONTAS SAO CLASSIFICADAS   *
      *                   NAS FAIXAS 1-30, 31-60, 61-90 E ACIMA DE 90  *
      *                   DIAS, COM O NOME DO TITULAR E O VALOR QUE    *
      *                   EXCEDE O LIMITE (EDERMSTC-LIMITE). A CONTA   *
      *                   QUE ENTRA EM UMA FAIXA NOVA (EM RELACAO A    *
      *                   EXECUCAO ANTERIOR, GUARDADA NO EDERATST)     *
      *                   GERA UM AVISO DE COBRANCA NO EDERATCB, QUE   *
      *                   E A LISTA DE TRABALHO DIARIA DA COBRANCA.    *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  EDERLEDG                    (VIDE FD)         *
      *                  EDERMAST                    EDERMSTC          *
      *                  EDERATST                    (VIDE FD)         *
      *                  EDERATSN                    (VIDE FD)         *
      *                  EDERATRL                    (VIDE FD)         *
      *                  EDERATCB                    (VIDE FD)         *
      *                  RUNCTL                      RUNCTLCP          *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: EDERLEDG - RAZAO DIARIO ACUMULADO POR CONTA E *
      *                             DATA, CLASSIFICADO POR CONTA +     *
      *                             DATA. DIAS POSTERIORES A DATA DE   *
      *                             PROCESSAMENTO SAO IGNORADOS.       *
      *                  EDERMAST - CADASTRO MESTRE DE CONTAS (NOME E  *
      *                             LIMITE DO TITULAR)                 *
      *                  EDERATST - FAIXA DE CADA CONTA NEGATIVA NA    *
      *                             EXECUCAO ANTERIOR; AUSENTE NA      *
      *                             PRIMEIRA EXECUCAO                  *
      *                  EDERATSN - NOVA SITUACAO DAS FAIXAS (ARQUIVO  *
      *                             DE TRABALHO, COPIADO PARA O        *
      *                             EDERATST AO FINAL)                 *
      *                  EDERATRL - RELATORIO DE AGING POR CONTA, COM  *
      *                             RESUMO POR FAIXA                   *
      *                  EDERATCB - AVISOS DE COBRANCA (CONTAS QUE     *
      *                             ENTRARAM EM FAIXA NOVA)            *
      *                  RUNCTL   - CONTROLE DE EXECUCAO COMPARTILHADO *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: EDERATR1_DATA - DATA DE PROCESSAMENTO         *
      *                                  AAAAMMDD (PADRAO: DATA DO     *
      *                                  SISTEMA)                      *
      *----------------------------------------------------------------*
      *    FAIXAS......: 1 = 001 A 030 DIAS   2 = 031 A 060 DIAS       *
      *                  3 = 061 A 090 DIAS   4 = ACIMA DE 090 DIAS    *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DO AGING DE SALDO        *
      *                        DEVEDOR E AVISOS DE COBRANCA.           *
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
           SELECT EDERLEDG             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERLEDG
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERLEDG.
      *
           SELECT EDERMAST             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERMAST.
      *
           SELECT EDERATST             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERATST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERATST.
      *
           SELECT EDERATSN             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERATSN
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERATSN.
      *
           SELECT EDERATRL             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERATRL
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERATRL.
      *
           SELECT EDERATCB             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERATCB
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERATCB.
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
      *    ENTRADA......: RAZAO DIARIO ACUMULADO POR CONTA E DATA      *
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
      *    ENTRADA......: CADASTRO MESTRE DE CONTAS                    *
      *----------------------------------------------------------------*
       FD  EDERMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERMAST             PIC  X(060).
      *----------------------------------------------------------------*
      *    ENTRADA......: FAIXA DAS CONTAS NEGATIVAS NA EXECUCAO       *
      *                   ANTERIOR (INICIO DA SEQUENCIA NEGATIVA E     *
      *                   FAIXA EM QUE A CONTA ESTAVA)                 *
      *----------------------------------------------------------------*
       FD  EDERATST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERATST.
           05  FD-EST-CONTA            PIC  9(004).
           05  FD-EST-DATA-INICIO      PIC  9(008).
           05  FD-EST-FAIXA            PIC  9(001).
           05  FD-EST-DATA-PROC        PIC  9(008).
           05  FILLER                  PIC  X(009).
      *----------------------------------------------------------------*
      *    CONTROLE......: NOVA SITUACAO DAS FAIXAS (TRABALHO)         *
      *----------------------------------------------------------------*
       FD  EDERATSN
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERATSN             PIC  X(030).
      *----------------------------------------------------------------*
      *    OUTPUT.....: RELATORIO DE AGING DE SALDO DEVEDOR            *
      *----------------------------------------------------------------*
       FD  EDERATRL
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERATRL             PIC  X(132).
      *----------------------------------------------------------------*
      *    OUTPUT.....: AVISOS DE COBRANCA - UMA LINHA POR CONTA QUE   *
      *                 ENTROU EM FAIXA NOVA NA DATA DE PROCESSAMENTO  *
      *----------------------------------------------------------------*
       FD  EDERATCB
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERATCB.
           05  FD-CBR-DATA-PROC        PIC  9(008).
           05  FD-CBR-CONTA            PIC  9(004).
           05  FD-CBR-NOME             PIC  X(040).
           05  FD-CBR-FAIXA            PIC  9(001).
           05  FD-CBR-FAIXA-DESC       PIC  X(012).
           05  FD-CBR-FAIXA-ANTERIOR   PIC  9(001).
           05  FD-CBR-DIAS             PIC  9(005).
           05  FD-CBR-DATA-INICIO      PIC  9(008).
           05  FD-CBR-SALDO-DEVEDOR    PIC  9(013)V9(002).
           05  FD-CBR-LIMITE           PIC  9(013)V9(002).
           05  FD-CBR-EXCESSO          PIC  9(013)V9(002).
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
           '*** EDERATR1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-LIDOS           PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-MESTRE-LIDOS    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-ESTADO-LIDOS    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-ESTADO-GRAV     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-QTD-CONTAS          PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-QTD-NEGATIVAS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-QTD-AVISOS          PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-QTD-SEM-MESTRE      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-TOT-DEVEDOR         PIC  9(015)V9(002)
                                                   COMP-3 VALUE ZERO.
           05  ACU-TOT-EXCESSO         PIC  9(015)V9(002)
                                                   COMP-3 VALUE ZERO.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS TOTAIS POR FAIXA ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-FAIXA.
           05  WRK-FAIXA-ITEM          OCCURS 4 TIMES.
               10  WRK-FXA-QTD         PIC  9(009) COMP-3.
               10  WRK-FXA-DEVEDOR     PIC  9(015)V9(002) COMP-3.
               10  WRK-FXA-EXCESSO     PIC  9(015)V9(002) COMP-3.
       01  WRK-TAB-FAIXA-DESC-VALORES.
           05  FILLER                  PIC  X(012) VALUE
               '001-030 DIAS'.
           05  FILLER                  PIC  X(012) VALUE
               '031-060 DIAS'.
           05  FILLER                  PIC  X(012) VALUE
               '061-090 DIAS'.
           05  FILLER                  PIC  X(012) VALUE
               'ACIMA DE 90 '.
       01  WRK-TAB-FAIXA-DESC          REDEFINES
           WRK-TAB-FAIXA-DESC-VALORES.
           05  WRK-FAIXA-DESC          PIC  X(012) OCCURS 4 TIMES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA DATA E DA CONTA EM CURSO ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-AGING.
           05  WRK-DATA-PROC           PIC  9(008) VALUE ZEROS.
           05  WRK-DATA-PROC-X         PIC  X(008) VALUE SPACES.
           05  WRK-DATA-PROC-X-R       REDEFINES   WRK-DATA-PROC-X.
               10  WRK-PROC-X-ANO      PIC  9(004).
               10  WRK-PROC-X-MES      PIC  9(002).
               10  WRK-PROC-X-DIA      PIC  9(002).
           05  WRK-DATA-EDITADA        PIC  X(010) VALUE SPACES.
           05  WRK-DATA-AUX            PIC  9(008) VALUE ZEROS.
           05  WRK-DATA-AUX-R          REDEFINES   WRK-DATA-AUX.
               10  WRK-AUX-ANO         PIC  9(004).
               10  WRK-AUX-MES         PIC  9(002).
               10  WRK-AUX-DIA         PIC  9(002).
           05  WRK-DIA-PROC            PIC  9(009) COMP VALUE ZERO.
           05  WRK-DIA-INICIO          PIC  9(009) COMP VALUE ZERO.
           05  WRK-DIAS-NEGATIVA       PIC  9(005) VALUE ZEROS.
           05  WRK-FAIXA               PIC  9(001) VALUE ZERO.
           05  WRK-FAIXA-ANTERIOR      PIC  9(001) VALUE ZERO.
           05  WRK-ATR-CONTA           PIC  9(004) VALUE ZEROS.
           05  WRK-FLAG-CONTA-ABERTA   PIC  X(001) VALUE SPACES.
               88  WRK-CONTA-ABERTA                VALUE 'S'.
           05  WRK-DATA-INICIO-NEG     PIC  9(008) VALUE ZEROS.
           05  WRK-SALDO-CONTA         PIC S9(013)V9(002)
                                                   COMP-3 VALUE ZERO.
           05  WRK-SALDO-DEVEDOR       PIC  9(013)V9(002)
                                                   COMP-3 VALUE ZERO.
           05  WRK-LIMITE-CONTA        PIC  9(013)V9(002)
                                                   COMP-3 VALUE ZERO.
           05  WRK-EXCESSO             PIC  9(013)V9(002)
                                                   COMP-3 VALUE ZERO.
           05  WRK-NOME-CONTA          PIC  X(040) VALUE SPACES.
           05  WRK-CHAVE-ANTERIOR      PIC  X(012) VALUE LOW-VALUES.
           05  WRK-CHAVE-ATUAL.
               10  WRK-CHA-CONTA       PIC  9(004).
               10  WRK-CHA-DATA        PIC  9(008).
           05  WRK-SEQ-ARQUIVO         PIC  X(008) VALUE SPACES.
           05  WRK-SEQ-CHAVE           PIC  X(015) VALUE SPACES.
           05  WRK-FLAG-FIM-LEDGER     PIC  X(001) VALUE SPACES.
               88  WRK-LEDGER-ESGOTADO             VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO MESTRE DE CONTAS (EDERMAST) ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-CONTA.
           05  WRK-QTD-CONTA           PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-CONTA-ITEM      OCCURS 1000 TIMES.
               10  WRK-CTA-CONTA       PIC  9(004).
               10  WRK-CTA-NOME        PIC  X(040).
               10  WRK-CTA-LIMITE      PIC  9(013)V9(002) COMP-3.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-CONTA.
           05  WRK-IDX-CONTA           PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-CONTA           PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-CONTA    PIC  X(001) VALUE SPACES.
               88  WRK-CONTA-ACHOU                 VALUE 'S'.
           05  WRK-CONTA-PROCURADA     PIC  9(004) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DAS FAIXAS DA EXECUCAO ANTERIOR ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-ESTADO.
           05  WRK-QTD-EST             PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-EST-ITEM        OCCURS 1000 TIMES.
               10  WRK-EST-CONTA       PIC  9(004).
               10  WRK-EST-DATA-INICIO PIC  9(008).
               10  WRK-EST-FAIXA       PIC  9(001).
       01  WRK-CONTROLE-ESTADO.
           05  WRK-IDX-EST             PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-EST      PIC  X(001) VALUE SPACES.
               88  WRK-EST-ACHOU                   VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO RELATORIO DE AGING ***'.
      *----------------------------------------------------------------*
       01  WRK-CAB-AGING-1.
           05  FILLER                  PIC  X(043) VALUE
               'EDERATR1 - AGING DE SALDO DEVEDOR - DATA: '.
           05  WRK-CAB-DATA            PIC  X(010) VALUE SPACES.
           05  FILLER                  PIC  X(079) VALUE SPACES.
       01  WRK-CAB-AGING-2.
           05  FILLER                  PIC  X(046) VALUE
               'CONTA TITULAR'.
           05  FILLER                  PIC  X(046) VALUE
               'INICIO NEG  DIAS FAIXA        SALDO DEVEDOR'.
           05  FILLER                  PIC  X(040) VALUE
               '      LIMITE        EXCESSO AVISO'.
       01  WRK-DET-AGING.
           05  WRK-DET-CONTA           PIC  9(004).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DET-NOME            PIC  X(040).
           05  WRK-DET-DATA-INICIO     PIC  X(010).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DET-DIAS            PIC  ZZZZ9.
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DET-FAIXA           PIC  X(012).
           05  WRK-DET-DEVEDOR         PIC  ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DET-LIMITE          PIC  ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DET-EXCESSO         PIC  ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DET-AVISO           PIC  X(003).
           05  FILLER                  PIC  X(009) VALUE SPACES.
       01  WRK-RES-AGING.
           05  FILLER                  PIC  X(008) VALUE
               'FAIXA: '.
           05  WRK-RES-FAIXA           PIC  X(012).
           05  FILLER                  PIC  X(009) VALUE
               ' CONTAS: '.
           05  WRK-RES-QTD             PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(016) VALUE
               ' SALDO DEVEDOR: '.
           05  WRK-RES-DEVEDOR         PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(011) VALUE
               ' EXCESSO: '.
           05  WRK-RES-EXCESSO         PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(029) VALUE SPACES.
       01  WRK-LINHA-AGING             PIC  X(132) VALUE SPACES.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'EDERATR1'.
           05  WRK-FS-EDERLEDG         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERMAST         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERATST         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERATSN         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERATRL         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERATCB         PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-EDERLEDG       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERLEDG.dat'.
           05  WRK-PATH-EDERMAST       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERMAST.dat'.
           05  WRK-PATH-EDERATST       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERATST.dat'.
           05  WRK-PATH-EDERATSN       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERATSN.dat'.
           05  WRK-PATH-EDERATRL       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERATRL.dat'.
           05  WRK-PATH-EDERATCB       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERATCB.dat'.
           05  WRK-PATH-RUNCTL         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\RUNCTL.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO MESTRE (EDERMAST) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-EDERMST.
           COPY EDERMSTC.
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
           '*** EDERATR1 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR      UNTIL WRK-LEDGER-ESGOTADO.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: OBTEM A DATA DE PROCESSAMENTO,     *
      *    CARREGA O MESTRE E AS FAIXAS ANTERIORES E ABRE OS ARQUIVOS  *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-OBTER-DATA-PROC.
           PERFORM 8000-GRAVAR-RUNCTL-INICIO.
      *
           INITIALIZE WRK-TAB-FAIXA.
      *
           PERFORM 1100-CARREGAR-CONTAS.
           PERFORM 1200-CARREGAR-ESTADO.
      *
           OPEN INPUT  EDERLEDG.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-EDERLEDG.
      *
           OPEN OUTPUT EDERATRL EDERATCB EDERATSN.
           PERFORM 1040-TESTAR-FS-EDERATRL.
           PERFORM 1050-TESTAR-FS-EDERATCB.
           PERFORM 1060-TESTAR-FS-EDERATSN.
      *
           MOVE WRK-DATA-EDITADA       TO WRK-CAB-DATA.
           WRITE FD-REG-EDERATRL       FROM WRK-CAB-AGING-1.
           PERFORM 1040-TESTAR-FS-EDERATRL.
           MOVE SPACES                 TO WRK-LINHA-AGING.
           WRITE FD-REG-EDERATRL       FROM WRK-LINHA-AGING.
           PERFORM 1040-TESTAR-FS-EDERATRL.
           WRITE FD-REG-EDERATRL       FROM WRK-CAB-AGING-2.
           PERFORM 1040-TESTAR-FS-EDERATRL.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER OS CAMINHOS DE ARQUIVO EM TEMPO DE        *
      *    EXECUCAO, VIA VARIAVEIS DE AMBIENTE                         *
      *----------------------------------------------------------------*
       1005-OBTER-CAMINHOS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERLEDG_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERLEDG
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERMAST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERMAST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERATST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERATST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERATSN_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERATSN
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERATRL_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERATRL
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERATCB_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERATCB
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
      *    ROTINA PARA OBTER A DATA DE PROCESSAMENTO (EDERATR1_DATA;   *
      *    VALOR INVALIDO OU OMITIDO MANTEM A DATA DO SISTEMA)         *
      *----------------------------------------------------------------*
       1008-OBTER-DATA-PROC            SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-PROC        FROM DATE YYYYMMDD.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERATR1_DATA'.
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
           COMPUTE WRK-DIA-PROC = FUNCTION INTEGER-OF-DATE
                                           (WRK-DATA-PROC).
      *
           MOVE WRK-DATA-PROC          TO WRK-DATA-AUX.
           PERFORM 2450-EDITAR-DATA.
      *
           DISPLAY '*** ' WRK-PROGRAMA ': AGING NA DATA DE '
                   WRK-DATA-EDITADA ' ***'.
      *
      *----------------------------------------------------------------*
       1008-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERLEDG          *
      *----------------------------------------------------------------*
       1010-TESTAR-FS-EDERLEDG         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERLEDG         NOT EQUAL '00')
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
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERATST. O FS    *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO NA LEITURA: PRIMEIRA  *
      *    EXECUCAO, SEM FAIXAS ANTERIORES.                            *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-EDERATST         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERATST         NOT EQUAL '00') AND
              (WRK-FS-EDERATST         NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERATST              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERATST
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERATST'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERATST    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERATRL          *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-EDERATRL         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERATRL         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERATRL              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERATRL
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERATRL'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERATRL    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERATCB          *
      *----------------------------------------------------------------*
       1050-TESTAR-FS-EDERATCB         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERATCB         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERATCB              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERATCB
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERATCB'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERATCB    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERATSN          *
      *----------------------------------------------------------------*
       1060-TESTAR-FS-EDERATSN         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERATSN         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERATSN              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERATSN
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERATSN'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERATSN    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA O CADASTRO MESTRE DE        *
      *    CONTAS (NOME DO TITULAR E LIMITE)                           *
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
      *    TABELA                                                      *
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
           MOVE EDERMSTC-NOME          TO WRK-CTA-NOME(WRK-QTD-CONTA).
           MOVE EDERMSTC-LIMITE        TO WRK-CTA-LIMITE(WRK-QTD-CONTA).
      *
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR UMA CONTA NA TABELA DO MESTRE          *
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
      *    ROTINA PARA CARREGAR AS FAIXAS DA EXECUCAO ANTERIOR         *
      *    (EDERATST). SEM O ARQUIVO A TABELA COMECA VAZIA E TODA      *
      *    CONTA NEGATIVA GERA AVISO.                                  *
      *----------------------------------------------------------------*
       1200-CARREGAR-ESTADO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-EST.
      *
           OPEN INPUT EDERATST.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-EDERATST.
      *
           IF (WRK-FS-EDERATST         EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': EDERATST AUSENTE - '
                       'SEM FAIXAS ANTERIORES ***'
               GO TO 1200-99-FIM
           END-IF.
      *
           PERFORM 1210-LER-ESTADO
               UNTIL WRK-FS-EDERATST   EQUAL '10'.
      *
           CLOSE EDERATST.
      *
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO EDERATST E CARREGAR NA       *
      *    TABELA                                                      *
      *----------------------------------------------------------------*
       1210-LER-ESTADO                 SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERATST.
      *
           IF (WRK-FS-EDERATST         EQUAL '10')
               GO TO 1210-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-EDERATST.
           ADD  1                      TO ACU-REG-ESTADO-LIDOS.
      *
           IF (WRK-QTD-EST             NOT LESS THAN 1000)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DE FAIXAS EDERATST CHEIA   *'
               DISPLAY '*  LIMITE DE 1000 CONTAS EXCEDIDO    *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-EST.
           MOVE FD-EST-CONTA           TO WRK-EST-CONTA(WRK-QTD-EST).
           MOVE FD-EST-DATA-INICIO     TO
                                   WRK-EST-DATA-INICIO(WRK-QTD-EST).
           MOVE FD-EST-FAIXA           TO WRK-EST-FAIXA(WRK-QTD-EST).
      *
      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSOS: LE O PROXIMO DIA DO RAZAO, VERIFICA A  *
      *    CLASSIFICACAO POR CONTA+DATA E ACOMPANHA A SEQUENCIA        *
      *    NEGATIVA DA CONTA EM CURSO                                  *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERLEDG.
      *
           IF (WRK-FS-EDERLEDG         EQUAL '10')
               SET WRK-LEDGER-ESGOTADO TO TRUE
               GO TO 2000-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-EDERLEDG.
           ADD  1                      TO ACU-REG-LIDOS.
      *
           MOVE FD-LDG-CONTA           TO WRK-CHA-CONTA.
           MOVE FD-LDG-DATA            TO WRK-CHA-DATA.
           IF (WRK-CHAVE-ATUAL         LESS THAN WRK-CHAVE-ANTERIOR)
               MOVE 'EDERLEDG'         TO WRK-SEQ-ARQUIVO
               MOVE WRK-CHAVE-ATUAL    TO WRK-SEQ-CHAVE
               PERFORM 9100-ERRO-SEQUENCIA
           END-IF.
           MOVE WRK-CHAVE-ATUAL        TO WRK-CHAVE-ANTERIOR.
      *
           IF (FD-LDG-CONTA            NOT EQUAL WRK-ATR-CONTA) OR
              (NOT WRK-CONTA-ABERTA)
               PERFORM 2300-ENCERRAR-CONTA
               MOVE FD-LDG-CONTA       TO WRK-ATR-CONTA
               SET WRK-CONTA-ABERTA    TO TRUE
               MOVE ZERO               TO WRK-DATA-INICIO-NEG
                                          WRK-SALDO-CONTA
           END-IF.
      *
           IF (FD-LDG-DATA             GREATER THAN WRK-DATA-PROC)
               GO TO 2000-99-FIM
           END-IF.
      *
           MOVE FD-LDG-SALDO           TO WRK-SALDO-CONTA.
           IF (FD-LDG-SALDO-SINAL      EQUAL '-')
               MULTIPLY -1             BY WRK-SALDO-CONTA
           END-IF.
      *
           IF (WRK-SALDO-CONTA         LESS THAN ZERO)
               IF (WRK-DATA-INICIO-NEG EQUAL ZERO)
                   MOVE FD-LDG-DATA    TO WRK-DATA-INICIO-NEG
               END-IF
           ELSE
               MOVE ZERO               TO WRK-DATA-INICIO-NEG
           END-IF.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ENCERRAR A CONTA EM CURSO: SE ELA TERMINA       *
      *    NEGATIVA, CALCULA OS DIAS SEGUIDOS E A FAIXA, GRAVA A       *
      *    LINHA DO RELATORIO, O AVISO DE COBRANCA (FAIXA NOVA) E A    *
      *    NOVA SITUACAO DA CONTA                                      *
      *----------------------------------------------------------------*
       2300-ENCERRAR-CONTA             SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-CONTA-ABERTA
               GO TO 2300-99-FIM
           END-IF.
      *
           ADD  1                      TO ACU-QTD-CONTAS.
      *
           IF (WRK-DATA-INICIO-NEG     EQUAL ZERO)
               GO TO 2300-99-FIM
           END-IF.
      *
           ADD  1                      TO ACU-QTD-NEGATIVAS.
      *
           COMPUTE WRK-DIA-INICIO = FUNCTION INTEGER-OF-DATE
                                           (WRK-DATA-INICIO-NEG).
           COMPUTE WRK-DIAS-NEGATIVA = WRK-DIA-PROC
                                     - WRK-DIA-INICIO + 1.
      *
           EVALUATE TRUE
               WHEN (WRK-DIAS-NEGATIVA NOT GREATER THAN 30)
                   MOVE 1              TO WRK-FAIXA
               WHEN (WRK-DIAS-NEGATIVA NOT GREATER THAN 60)
                   MOVE 2              TO WRK-FAIXA
               WHEN (WRK-DIAS-NEGATIVA NOT GREATER THAN 90)
                   MOVE 3              TO WRK-FAIXA
               WHEN OTHER
                   MOVE 4              TO WRK-FAIXA
           END-EVALUATE.
      *
           MULTIPLY WRK-SALDO-CONTA    BY -1
               GIVING WRK-SALDO-DEVEDOR.
      *
           MOVE WRK-ATR-CONTA          TO WRK-CONTA-PROCURADA.
           PERFORM 1150-PROCURAR-CONTA.
           IF WRK-CONTA-ACHOU
               MOVE WRK-CTA-NOME(WRK-POS-CONTA)   TO WRK-NOME-CONTA
               MOVE WRK-CTA-LIMITE(WRK-POS-CONTA) TO WRK-LIMITE-CONTA
           ELSE
               MOVE '*** CONTA NAO CADASTRADA NO EDERMAST ***'
                                       TO WRK-NOME-CONTA
               MOVE ZERO               TO WRK-LIMITE-CONTA
               ADD  1                  TO ACU-QTD-SEM-MESTRE
           END-IF.
      *
           IF (WRK-SALDO-DEVEDOR       GREATER THAN WRK-LIMITE-CONTA)
               COMPUTE WRK-EXCESSO = WRK-SALDO-DEVEDOR
                                   - WRK-LIMITE-CONTA
           ELSE
               MOVE ZERO               TO WRK-EXCESSO
           END-IF.
      *
           PERFORM 2350-OBTER-FAIXA-ANTERIOR.
      *
           MOVE SPACES                 TO WRK-DET-AVISO.
           IF (WRK-FAIXA               GREATER THAN WRK-FAIXA-ANTERIOR)
               PERFORM 2400-GRAVAR-AVISO
               MOVE 'SIM'              TO WRK-DET-AVISO
           END-IF.
      *
           MOVE WRK-ATR-CONTA          TO WRK-DET-CONTA.
           MOVE WRK-NOME-CONTA         TO WRK-DET-NOME.
           MOVE WRK-DATA-INICIO-NEG    TO WRK-DATA-AUX.
           PERFORM 2450-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-DET-DATA-INICIO.
           MOVE WRK-DIAS-NEGATIVA      TO WRK-DET-DIAS.
           MOVE WRK-FAIXA-DESC(WRK-FAIXA) TO WRK-DET-FAIXA.
           MOVE WRK-SALDO-DEVEDOR      TO WRK-DET-DEVEDOR.
           MOVE WRK-LIMITE-CONTA       TO WRK-DET-LIMITE.
           MOVE WRK-EXCESSO            TO WRK-DET-EXCESSO.
      *
           WRITE FD-REG-EDERATRL       FROM WRK-DET-AGING.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-EDERATRL.
      *
           ADD  1                      TO WRK-FXA-QTD(WRK-FAIXA).
           ADD  WRK-SALDO-DEVEDOR      TO WRK-FXA-DEVEDOR(WRK-FAIXA)
                                          ACU-TOT-DEVEDOR.
           ADD  WRK-EXCESSO            TO WRK-FXA-EXCESSO(WRK-FAIXA)
                                          ACU-TOT-EXCESSO.
      *
           MOVE SPACES                 TO FD-REG-EDERATST.
           MOVE WRK-ATR-CONTA          TO FD-EST-CONTA.
           MOVE WRK-DATA-INICIO-NEG    TO FD-EST-DATA-INICIO.
           MOVE WRK-FAIXA              TO FD-EST-FAIXA.
           MOVE WRK-DATA-PROC          TO FD-EST-DATA-PROC.
           WRITE FD-REG-EDERATSN       FROM FD-REG-EDERATST.
           PERFORM 1060-TESTAR-FS-EDERATSN.
           ADD  1                      TO ACU-REG-ESTADO-GRAV.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER A FAIXA DA CONTA NA EXECUCAO ANTERIOR.    *
      *    SO VALE SE A SEQUENCIA NEGATIVA E A MESMA (MESMA DATA DE    *
      *    INICIO); CONTA QUE FICOU POSITIVA E VOLTOU A FICAR          *
      *    NEGATIVA RECOMECA DA FAIXA ZERO.                            *
      *----------------------------------------------------------------*
       2350-OBTER-FAIXA-ANTERIOR       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-FAIXA-ANTERIOR.
           MOVE SPACES                 TO WRK-FLAG-ACHOU-EST.
      *
           PERFORM 2355-COMPARAR-ESTADO
               VARYING WRK-IDX-EST     FROM 1 BY 1
               UNTIL   WRK-IDX-EST   GREATER THAN WRK-QTD-EST
                    OR WRK-EST-ACHOU.
      *
      *----------------------------------------------------------------*
       2350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE FAIXAS ANTERIORES *
      *    COM A CONTA EM CURSO                                        *
      *----------------------------------------------------------------*
       2355-COMPARAR-ESTADO            SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-EST-CONTA(WRK-IDX-EST) EQUAL WRK-ATR-CONTA)
               SET WRK-EST-ACHOU       TO TRUE
               IF (WRK-EST-DATA-INICIO(WRK-IDX-EST)
                                       EQUAL WRK-DATA-INICIO-NEG)
                   MOVE WRK-EST-FAIXA(WRK-IDX-EST)
                                       TO WRK-FAIXA-ANTERIOR
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2355-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O AVISO DE COBRANCA DA CONTA EM CURSO    *
      *----------------------------------------------------------------*
       2400-GRAVAR-AVISO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO FD-REG-EDERATCB.
           MOVE WRK-DATA-PROC          TO FD-CBR-DATA-PROC.
           MOVE WRK-ATR-CONTA          TO FD-CBR-CONTA.
           MOVE WRK-NOME-CONTA         TO FD-CBR-NOME.
           MOVE WRK-FAIXA              TO FD-CBR-FAIXA.
           MOVE WRK-FAIXA-DESC(WRK-FAIXA) TO FD-CBR-FAIXA-DESC.
           MOVE WRK-FAIXA-ANTERIOR     TO FD-CBR-FAIXA-ANTERIOR.
           MOVE WRK-DIAS-NEGATIVA      TO FD-CBR-DIAS.
           MOVE WRK-DATA-INICIO-NEG    TO FD-CBR-DATA-INICIO.
           MOVE WRK-SALDO-DEVEDOR      TO FD-CBR-SALDO-DEVEDOR.
           MOVE WRK-LIMITE-CONTA       TO FD-CBR-LIMITE.
           MOVE WRK-EXCESSO            TO FD-CBR-EXCESSO.
      *
           WRITE FD-REG-EDERATCB.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-EDERATCB.
           ADD  1                      TO ACU-QTD-AVISOS.
      *
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EDITAR A DATA AAAAMMDD DE WRK-DATA-AUX NA FORMA *
      *    DD/MM/AAAA EM WRK-DATA-EDITADA                              *
      *----------------------------------------------------------------*
       2450-EDITAR-DATA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DATA-EDITADA.
           STRING WRK-AUX-DIA '/' WRK-AUX-MES '/' WRK-AUX-ANO
                  DELIMITED BY SIZE  INTO WRK-DATA-EDITADA.
      *
      *----------------------------------------------------------------*
       2450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO: ENCERRA A ULTIMA CONTA, GRAVA O      *
      *    RESUMO POR FAIXA, COPIA A NOVA SITUACAO PARA O EDERATST E   *
      *    EMITE AS ESTATISTICAS                                       *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2300-ENCERRAR-CONTA.
      *
           IF (ACU-QTD-NEGATIVAS       EQUAL ZERO)
               MOVE SPACES             TO WRK-LINHA-AGING
               MOVE '*** NENHUMA CONTA COM SALDO NEGATIVO ***'
                                       TO WRK-LINHA-AGING
               WRITE FD-REG-EDERATRL   FROM WRK-LINHA-AGING
               PERFORM 1040-TESTAR-FS-EDERATRL
           END-IF.
      *
           MOVE SPACES                 TO WRK-LINHA-AGING.
           WRITE FD-REG-EDERATRL       FROM WRK-LINHA-AGING.
           PERFORM 1040-TESTAR-FS-EDERATRL.
      *
           PERFORM 3010-GRAVAR-RESUMO-FAIXA
               VARYING WRK-FAIXA       FROM 1 BY 1
               UNTIL   WRK-FAIXA       GREATER THAN 4.
      *
           MOVE 'TOTAL GERAL '         TO WRK-RES-FAIXA.
           MOVE ACU-QTD-NEGATIVAS      TO WRK-RES-QTD.
           MOVE ACU-TOT-DEVEDOR        TO WRK-RES-DEVEDOR.
           MOVE ACU-TOT-EXCESSO        TO WRK-RES-EXCESSO.
           WRITE FD-REG-EDERATRL       FROM WRK-RES-AGING.
           PERFORM 1040-TESTAR-FS-EDERATRL.
      *
           CLOSE  EDERLEDG EDERATRL EDERATCB EDERATSN.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-EDERLEDG.
           PERFORM 1040-TESTAR-FS-EDERATRL.
           PERFORM 1050-TESTAR-FS-EDERATCB.
           PERFORM 1060-TESTAR-FS-EDERATSN.
      *
           PERFORM 3050-ATUALIZAR-ESTADO.
           PERFORM 3100-EMITIR-ESTATISTICAS.
           PERFORM 3200-TERMINAR-PROCESSO.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR A LINHA DE RESUMO DE UMA FAIXA           *
      *----------------------------------------------------------------*
       3010-GRAVAR-RESUMO-FAIXA        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-FAIXA-DESC(WRK-FAIXA)  TO WRK-RES-FAIXA.
           MOVE WRK-FXA-QTD(WRK-FAIXA)     TO WRK-RES-QTD.
           MOVE WRK-FXA-DEVEDOR(WRK-FAIXA) TO WRK-RES-DEVEDOR.
           MOVE WRK-FXA-EXCESSO(WRK-FAIXA) TO WRK-RES-EXCESSO.
      *
           WRITE FD-REG-EDERATRL       FROM WRK-RES-AGING.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-EDERATRL.
      *
      *----------------------------------------------------------------*
       3010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COPIAR A NOVA SITUACAO DAS FAIXAS (EDERATSN)    *
      *    PARA O EDERATST, BASE DA PROXIMA EXECUCAO                   *
      *----------------------------------------------------------------*
       3050-ATUALIZAR-ESTADO           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  EDERATSN.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-EDERATSN.
      *
           OPEN OUTPUT EDERATST.
           PERFORM 1030-TESTAR-FS-EDERATST.
      *
           PERFORM 3060-COPIAR-ESTADO-NOVO
               UNTIL WRK-FS-EDERATSN   EQUAL '10'.
      *
           CLOSE EDERATSN EDERATST.
      *
      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO EDERATSN E GRAVA-LO NO       *
      *    EDERATST                                                    *
      *----------------------------------------------------------------*
       3060-COPIAR-ESTADO-NOVO         SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERATSN.
      *
           IF (WRK-FS-EDERATSN         NOT EQUAL '10')
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1060-TESTAR-FS-EDERATSN
               MOVE FD-REG-EDERATSN    TO FD-REG-EDERATST
               WRITE FD-REG-EDERATST
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               PERFORM 1030-TESTAR-FS-EDERATST
           END-IF.
      *
      *----------------------------------------------------------------*
       3060-99-FIM.                    EXIT.
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
           DISPLAY '* EDERATR1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* EDERLEDG |  I  | TOTAL REG.    | ' ACU-REG-LIDOS
           '     *'.
           DISPLAY '* EDERMAST |  I  | TOTAL REG.    | '
           ACU-REG-MESTRE-LIDOS '     *'.
           DISPLAY '* EDERATST |  I  | TOTAL REG.    | '
           ACU-REG-ESTADO-LIDOS '     *'.
           DISPLAY '* EDERATRL |  O  | CONTAS NEGAT. | '
           ACU-QTD-NEGATIVAS '     *'.
           DISPLAY '* EDERATCB |  O  | AVISOS COBR.  | '
           ACU-QTD-AVISOS '     *'.
           DISPLAY '* EDERATST |  O  | TOTAL REG.    | '
           ACU-REG-ESTADO-GRAV '     *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* CONTAS NO RAZAO     | ' ACU-QTD-CONTAS
           '                 *'.
           DISPLAY '* SEM CADASTRO MESTRE | ' ACU-QTD-SEM-MESTRE
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
           MOVE 'EDERATCB'             TO WRK-RUN-ARQUIVO.
           MOVE ACU-QTD-AVISOS         TO WRK-RUN-QTD.
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
      *----------------------------------------------------------------*
      *    ROTINA DE ERRO DE CLASSIFICACAO: O RAZAO CHEGOU FORA DE     *
      *    ORDEM DE CONTA+DATA E O AGING E ABORTADO                    *
      *----------------------------------------------------------------*
       9100-ERRO-SEQUENCIA             SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY '************** ' WRK-PROGRAMA ' **************'.
           DISPLAY '*  ARQUIVO DE ENTRADA FORA DE ORDEM  *'.
           DISPLAY '*  ARQUIVO....: ' WRK-SEQ-ARQUIVO '          *'.
           DISPLAY '*  CONTA/DATA.: ' WRK-SEQ-CHAVE '   *'.
           DISPLAY '*  CLASSIFICAR POR CONTA E DATA      *'.
           DISPLAY '************** ' WRK-PROGRAMA ' **************'.
      *
           MOVE 16                     TO RETURN-CODE.
           SET WRK-ABENDAR             TO TRUE.
           GOBACK.
      *
      *----------------------------------------------------------------*
       9100-99-FIM.                    EXIT.
