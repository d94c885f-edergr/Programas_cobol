      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EDERMOV1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  EDERMOV1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  PREPARACAO DA CARGA NOTURNA DO EDER0001:     *
      *                   JUNTA AOS LANCAMENTOS RECEBIDOS NA NOITE     *
      *                   (EDERARQE) OS DEBITOS DE ORDENS PERMANENTES  *
      *                   GERADOS PELO EDERAGD1 NA NOITE ANTERIOR      *
      *                   (EDERAGMV) E CLASSIFICA O CONJUNTO POR CONTA *
      *                   E DATA NO EDERARQM, QUE E A ENTRADA DO       *
      *                   EDER0001. EM SEGUIDA ACRESCENTA A CARGA DA   *
      *                   NOITE AO MOVIMENTO ACUMULADO (EDERMACU), QUE *
      *                   GUARDA OS LANCAMENTOS DO MES CORRENTE E DO   *
      *                   MES ANTERIOR PARA A CONCILIACAO BANCARIA DE  *
      *                   FIM DE MES (EDERCNC1).                       *
      *                   O CONTROLE (EDERMCTL) GUARDA A DATA DA       *
      *                   ULTIMA EXECUCAO, QUANTOS REGISTROS DO        *
      *                   EDERMACU VIERAM DE NOITES ANTERIORES E A     *
      *                   DATA DO ULTIMO EDERAGMV ABSORVIDO. ASSIM:    *
      *                   - A REEXECUCAO NA MESMA DATA REFAZ A CARGA   *
      *                     E REGRAVA O EDERMACU SO A PARTIR DA BASE   *
      *                     DAS NOITES ANTERIORES, SEM DUPLICAR;       *
      *                   - UM EDERAGMV JA ABSORVIDO EM DATA ANTERIOR  *
      *                     (EDERAGD1 NAO EXECUTADO NA NOITE SEGUINTE) *
      *                     E IGNORADO, PARA O DEBITO NAO ENTRAR DUAS  *
      *                     VEZES NO EXTRATO.                          *
      *                   DATA DE PROCESSAMENTO ANTERIOR A DA ULTIMA   *
      *                   EXECUCAO TERMINA COM RC 8, SEM CARGA.        *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  EDERARQE                    EDERWCPY          *
      *                  EDERAGMV                    EDERWCPY          *
      *                  EDERARQM                    EDERWCPY          *
      *                  EDERMACU                    EDERWCPY          *
      *                  EDERMACN                    EDERWCPY          *
      *                  EDERMCTL                    (VIDE FD)         *
      *                  RUNCTL                      RUNCTLCP          *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: EDERARQE - LANCAMENTOS RECEBIDOS NA NOITE     *
      *                  EDERAGMV - DEBITOS DE ORDENS PERMANENTES DA   *
      *                             NOITE ANTERIOR. SEM O ARQUIVO A    *
      *                             CARGA SEGUE SO COM O EDERARQE      *
      *                             (AVISO NO SYSOUT).                 *
      *                  EDERARQM - CARGA DA NOITE CLASSIFICADA POR    *
      *                             CONTA E DATA (ENTRADA DO EDER0001) *
      *                  EDERMACU - MOVIMENTO ACUMULADO DO MES         *
      *                             CORRENTE E DO ANTERIOR; AUSENTE NA *
      *                             PRIMEIRA EXECUCAO                  *
      *                  EDERMACN - NOVO MOVIMENTO ACUMULADO (ARQUIVO  *
      *                             DE TRABALHO, COPIADO PARA O        *
      *                             EDERMACU AO FINAL)                 *
      *                  EDERMCTL - CONTROLE DA ULTIMA EXECUCAO;       *
      *                             AUSENTE NA PRIMEIRA EXECUCAO       *
      *                  RUNCTL   - CONTROLE DE EXECUCAO COMPARTILHADO *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: EDERMOV1_DATA       - DATA DE PROCESSAMENTO   *
      *                                        AAAAMMDD (PADRAO: DATA  *
      *                                        DO SISTEMA)             *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DA PREPARACAO DA CARGA   *
      *                        DO EDER0001 E DO MOVIMENTO ACUMULADO    *
      *                        DA CONCILIACAO BANCARIA.                *
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
           SELECT EDERARQE             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERARQE
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERARQE.
      *
           SELECT EDERAGMV             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERAGMV
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERAGMV.
      *
           SELECT EDERARQM             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERARQM
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERARQM.
      *
           SELECT ORDENACAO            ASSIGN TO 'SORTWK01'.
      *
           SELECT EDERMACU             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERMACU
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERMACU.
      *
           SELECT EDERMACN             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERMACN
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERMACN.
      *
           SELECT EDERMCTL             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERMCTL
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERMCTL.
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
      *    ENTRADA......: LANCAMENTOS RECEBIDOS NA NOITE (EDERWCPY)    *
      *----------------------------------------------------------------*
       FD  EDERARQE
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERARQE             PIC  X(038).
      *----------------------------------------------------------------*
      *    ENTRADA......: DEBITOS DE ORDENS PERMANENTES (EDERWCPY)     *
      *----------------------------------------------------------------*
       FD  EDERAGMV
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERAGMV             PIC  X(038).
      *----------------------------------------------------------------*
      *    SAIDA........: CARGA DA NOITE CLASSIFICADA (EDERWCPY)       *
      *----------------------------------------------------------------*
       FD  EDERARQM
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERARQM             PIC  X(038).
      *----------------------------------------------------------------*
      *    ORDENACAO....: CONTA + DATA DE MOVIMENTACAO                 *
      *----------------------------------------------------------------*
       SD  ORDENACAO.
      *
       01  SRT-REGISTRO.
           05  SRT-DATA                PIC  X(010).
           05  FILLER                  PIC  X(012).
           05  SRT-CONTA               PIC  9(004).
           05  FILLER                  PIC  X(012).
      *----------------------------------------------------------------*
      *    ENTRADA......: MOVIMENTO ACUMULADO (EDERWCPY)               *
      *----------------------------------------------------------------*
       FD  EDERMACU
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERMACU             PIC  X(038).
      *----------------------------------------------------------------*
      *    TRABALHO.....: NOVO MOVIMENTO ACUMULADO (EDERWCPY)          *
      *----------------------------------------------------------------*
       FD  EDERMACN
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERMACN             PIC  X(038).
      *----------------------------------------------------------------*
      *    CONTROLE.....: ULTIMA EXECUCAO (UM SO REGISTRO)             *
      *----------------------------------------------------------------*
       FD  EDERMCTL
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERMCTL.
           05  FD-MCT-DATA-PROC        PIC  9(008).
           05  FD-MCT-QTD-BASE         PIC  9(009).
           05  FD-MCT-AGMV-ANTERIOR    PIC  9(008).
           05  FD-MCT-AGMV-ABSORVIDO   PIC  9(008).
           05  FILLER                  PIC  X(007).
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
           '*** EDERMOV1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-AGMV-LIDOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-AGMV-IGNORADOS  PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-ARQE-LIDOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-CARGA           PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-MACU-LIDOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-MACU-DESCART    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-BASE-GRAV       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-MACU-GRAV       PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE PARAMETROS E DATAS ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-DATAS.
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
           05  WRK-CORTE-ANO           PIC  9(004) VALUE ZEROS.
           05  WRK-CORTE-MES           PIC  9(002) VALUE ZEROS.
           05  WRK-DATA-CORTE          PIC  X(010) VALUE SPACES.
           05  WRK-DATA-X10            PIC  X(010) VALUE SPACES.
           05  WRK-DATA-X10-R          REDEFINES   WRK-DATA-X10.
               10  WRK-X10-ANO         PIC  X(004).
               10  FILLER              PIC  X(001).
               10  WRK-X10-MES         PIC  X(002).
               10  FILLER              PIC  X(001).
               10  WRK-X10-DIA         PIC  X(002).
           05  WRK-DATA-AUX            PIC  9(008) VALUE ZEROS.
           05  WRK-DATA-AUX-R          REDEFINES   WRK-DATA-AUX.
               10  WRK-AUX-ANO         PIC  9(004).
               10  WRK-AUX-MES         PIC  9(002).
               10  WRK-AUX-DIA         PIC  9(002).
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO CONTROLE DA ULTIMA EXECUCAO ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-EXECUCAO.
           05  WRK-CTL-DATA-PROC       PIC  9(008) VALUE ZEROS.
           05  WRK-CTL-QTD-BASE        PIC  9(009) VALUE ZEROS.
           05  WRK-CTL-AGMV-ANTERIOR   PIC  9(008) VALUE ZEROS.
           05  WRK-CTL-AGMV-ABSORVIDO  PIC  9(008) VALUE ZEROS.
           05  WRK-AGMV-LIMITE         PIC  9(008) VALUE ZEROS.
           05  WRK-AGMV-DATA           PIC  9(008) VALUE ZEROS.
           05  WRK-FLAG-REEXECUCAO     PIC  X(001) VALUE SPACES.
               88  WRK-REEXECUCAO                  VALUE 'S'.
           05  WRK-FLAG-INCLUI-AGMV    PIC  X(001) VALUE SPACES.
               88  WRK-INCLUI-AGMV                 VALUE 'S'.
           05  WRK-FLAG-TEM-MACU       PIC  X(001) VALUE SPACES.
               88  WRK-TEM-MACU                    VALUE 'S'.
           05  WRK-FLAG-FIM-BASE       PIC  X(001) VALUE SPACES.
               88  WRK-BASE-ESGOTADA               VALUE 'S'.
           05  WRK-MSG-ERRO            PIC  X(036) VALUE SPACES.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'EDERMOV1'.
           05  WRK-FS-EDERARQE         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERAGMV         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERARQM         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERMACU         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERMACN         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERMCTL         PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-EDERARQE       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERARQE.dat'.
           05  WRK-PATH-EDERAGMV       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERAGMV.dat'.
           05  WRK-PATH-EDERARQM       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERARQM.dat'.
           05  WRK-PATH-EDERMACU       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERMACU.dat'.
           05  WRK-PATH-EDERMACN       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERMACN.dat'.
           05  WRK-PATH-EDERMCTL       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERMCTL.dat'.
           05  WRK-PATH-RUNCTL         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\RUNCTL.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DOS LANCAMENTOS ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-EDERWCPY.
           COPY EDERWCPY.
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
           '*** EDERMOV1 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-CLASSIFICAR-CARGA.
           PERFORM 2500-ACUMULAR-MOVIMENTO.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: OBTEM OS PARAMETROS, LE O          *
      *    CONTROLE DA ULTIMA EXECUCAO E CONFERE AS ENTRADAS           *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-OBTER-PARAMETROS.
           PERFORM 8000-GRAVAR-RUNCTL-INICIO.
      *
           PERFORM 1200-LER-CONTROLE.
           PERFORM 1300-VERIFICAR-EDERAGMV.
      *
           OPEN INPUT EDERARQE.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-EDERARQE.
           CLOSE EDERARQE.
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERARQE_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERARQE
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERAGMV_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERAGMV
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERARQM_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERARQM
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERMACU_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERMACU
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERMACN_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERMACN
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERMCTL_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERMCTL
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
      *    ROTINA PARA OBTER A DATA DE PROCESSAMENTO (VALOR INVALIDO   *
      *    OU OMITIDO MANTEM A DATA DO SISTEMA) E A DATA DE CORTE DO   *
      *    MOVIMENTO ACUMULADO (DIA 1 DO MES ANTERIOR)                 *
      *----------------------------------------------------------------*
       1008-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-PROC        FROM DATE YYYYMMDD.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERMOV1_DATA'.
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
           IF (WRK-PROC-MES            EQUAL 1)
               COMPUTE WRK-CORTE-ANO = WRK-PROC-ANO - 1
               MOVE 12                 TO WRK-CORTE-MES
           ELSE
               MOVE WRK-PROC-ANO       TO WRK-CORTE-ANO
               COMPUTE WRK-CORTE-MES = WRK-PROC-MES - 1
           END-IF.
      *
           MOVE SPACES                 TO WRK-DATA-CORTE.
           STRING WRK-CORTE-ANO '-' WRK-CORTE-MES '-01'
                  DELIMITED BY SIZE  INTO WRK-DATA-CORTE.
      *
           DISPLAY '*** ' WRK-PROGRAMA ': PROCESSAMENTO DE '
                   WRK-DATA-PROC ' - ACUMULADO A PARTIR DE '
                   WRK-DATA-CORTE ' ***'.
      *
      *----------------------------------------------------------------*
       1008-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERARQE          *
      *----------------------------------------------------------------*
       1010-TESTAR-FS-EDERARQE         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERARQE         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERARQE              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERARQE
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERARQE'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERARQE    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERAGMV (O       *
      *    ARQUIVO E OPCIONAL - FS 35 NAO E ERRO)                      *
      *----------------------------------------------------------------*
       1020-TESTAR-FS-EDERAGMV         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERAGMV         NOT EQUAL '00' AND '35')
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
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERARQM          *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-EDERARQM         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERARQM         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERARQM              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERARQM
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERARQM'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERARQM    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERMACU (O       *
      *    ARQUIVO E OPCIONAL NA LEITURA - FS 35 NAO E ERRO)           *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-EDERMACU         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERMACU         NOT EQUAL '00' AND '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERMACU              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERMACU
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERMACU'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERMACU    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERMACN          *
      *----------------------------------------------------------------*
       1050-TESTAR-FS-EDERMACN         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERMACN         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERMACN              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERMACN
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERMACN'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERMACN    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERMCTL (O       *
      *    ARQUIVO E OPCIONAL NA LEITURA - FS 35 NAO E ERRO)           *
      *----------------------------------------------------------------*
       1060-TESTAR-FS-EDERMCTL         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERMCTL         NOT EQUAL '00' AND '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERMCTL              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERMCTL
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERMCTL'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERMCTL    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O CONTROLE DA ULTIMA EXECUCAO: NA MESMA     *
      *    DATA E REEXECUCAO (BASE = REGISTROS DAS NOITES ANTERIORES   *
      *    E O MESMO LIMITE DE EDERAGMV); EM DATA POSTERIOR TODO O     *
      *    EDERMACU VIRA BASE E O LIMITE PASSA A SER O ULTIMO          *
      *    EDERAGMV ABSORVIDO. DATA ANTERIOR NAO E ACEITA.             *
      *----------------------------------------------------------------*
       1200-LER-CONTROLE               SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT EDERMCTL.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-EDERMCTL.
      *
           IF (WRK-FS-EDERMCTL         EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': EDERMCTL AUSENTE - '
                       'PRIMEIRA EXECUCAO ***'
               GO TO 1200-99-FIM
           END-IF.
      *
           READ EDERMCTL.
      *
           IF (WRK-FS-EDERMCTL         NOT EQUAL '10')
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1060-TESTAR-FS-EDERMCTL
               MOVE FD-MCT-DATA-PROC   TO WRK-CTL-DATA-PROC
               MOVE FD-MCT-QTD-BASE    TO WRK-CTL-QTD-BASE
               MOVE FD-MCT-AGMV-ANTERIOR
                                       TO WRK-CTL-AGMV-ANTERIOR
               MOVE FD-MCT-AGMV-ABSORVIDO
                                       TO WRK-CTL-AGMV-ABSORVIDO
           END-IF.
      *
           CLOSE EDERMCTL.
      *
           IF (WRK-DATA-PROC           LESS THAN WRK-CTL-DATA-PROC)
               MOVE 'DATA ANTERIOR A ULTIMA EXECUCAO    '
                                       TO WRK-MSG-ERRO
               PERFORM 1900-ENCERRAR-SEM-CARGA
           END-IF.
      *
           IF (WRK-DATA-PROC           EQUAL WRK-CTL-DATA-PROC)
               SET WRK-REEXECUCAO      TO TRUE
               MOVE WRK-CTL-AGMV-ANTERIOR TO WRK-AGMV-LIMITE
               DISPLAY '*** ' WRK-PROGRAMA ': REEXECUCAO DE '
                       WRK-DATA-PROC ' - BASE DE '
                       WRK-CTL-QTD-BASE ' REGISTROS ***'
               GO TO 1200-99-FIM
           END-IF.
      *
           IF (WRK-CTL-AGMV-ABSORVIDO  GREATER THAN ZERO)
               MOVE WRK-CTL-AGMV-ABSORVIDO TO WRK-AGMV-LIMITE
           ELSE
               MOVE WRK-CTL-AGMV-ANTERIOR  TO WRK-AGMV-LIMITE
           END-IF.
      *
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFERIR O EDERAGMV: CONTA OS REGISTROS E, PELA *
      *    DATA DO PRIMEIRO, DECIDE SE ELE ENTRA NA CARGA (SO SE FOR   *
      *    POSTERIOR AO ULTIMO EDERAGMV JA ABSORVIDO)                  *
      *----------------------------------------------------------------*
       1300-VERIFICAR-EDERAGMV         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT EDERAGMV.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-EDERAGMV.
      *
           IF (WRK-FS-EDERAGMV         EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': EDERAGMV AUSENTE - '
                       'CARGA SO COM O EDERARQE ***'
               GO TO 1300-99-FIM
           END-IF.
      *
           PERFORM 1310-LER-EDERAGMV
               UNTIL WRK-FS-EDERAGMV   EQUAL '10'.
      *
           CLOSE EDERAGMV.
      *
           IF (ACU-REG-AGMV-LIDOS      EQUAL ZERO)
               GO TO 1300-99-FIM
           END-IF.
      *
           IF (WRK-AGMV-DATA           GREATER THAN WRK-AGMV-LIMITE)
               SET WRK-INCLUI-AGMV     TO TRUE
           ELSE
               MOVE ACU-REG-AGMV-LIDOS TO ACU-REG-AGMV-IGNORADOS
               DISPLAY '*** ' WRK-PROGRAMA ': EDERAGMV DE '
                       WRK-AGMV-DATA ' JA ABSORVIDO - IGNORADO ***'
           END-IF.
      *
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO EDERAGMV (O PRIMEIRO DA A    *
      *    DATA DE GERACAO DO ARQUIVO)                                 *
      *----------------------------------------------------------------*
       1310-LER-EDERAGMV               SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERAGMV               INTO WRK-AREA-EDERWCPY.
      *
           IF (WRK-FS-EDERAGMV         EQUAL '10')
               GO TO 1310-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-EDERAGMV.
           ADD  1                      TO ACU-REG-AGMV-LIDOS.
      *
           IF (ACU-REG-AGMV-LIDOS      GREATER THAN 1)
               GO TO 1310-99-FIM
           END-IF.
      *
           MOVE EDERWCPY-E-DATA-MOVIMENTACAO TO WRK-DATA-X10.
           IF (WRK-X10-ANO             NOT NUMERIC) OR
              (WRK-X10-MES             NOT NUMERIC) OR
              (WRK-X10-DIA             NOT NUMERIC)
               MOVE 'EDERAGMV COM DATA INVALIDA         '
                                       TO WRK-MSG-ERRO
               PERFORM 1900-ENCERRAR-SEM-CARGA
           END-IF.
      *
           MOVE WRK-X10-ANO            TO WRK-AUX-ANO.
           MOVE WRK-X10-MES            TO WRK-AUX-MES.
           MOVE WRK-X10-DIA            TO WRK-AUX-DIA.
           MOVE WRK-DATA-AUX           TO WRK-AGMV-DATA.
      *
      *----------------------------------------------------------------*
       1310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ENCERRAR SEM CARGA (RC 8, QUE SEGURA O          *
      *    EDER0001), COM O MOTIVO EM WRK-MSG-ERRO                     *
      *----------------------------------------------------------------*
       1900-ENCERRAR-SEM-CARGA         SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY '************** ' WRK-PROGRAMA ' **************'.
           DISPLAY '*' WRK-MSG-ERRO '*'.
           DISPLAY '*  DATA DE PROCESSAMENTO: ' WRK-DATA-PROC '   *'.
           DISPLAY '*  CARGA DO EDER0001 NAO PREPARADA   *'.
           DISPLAY '************** ' WRK-PROGRAMA ' **************'.
      *
           MOVE 8                      TO RETURN-CODE.
           MOVE 'EDERARQM'             TO WRK-RUN-ARQUIVO.
           MOVE ZERO                   TO WRK-RUN-QTD.
           PERFORM 8100-GRAVAR-RUNCTL-FIM.
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CLASSIFICAR A CARGA DA NOITE (EDERARQE, MAIS O  *
      *    EDERAGMV QUANDO ACEITO) POR CONTA E DATA NO EDERARQM,       *
      *    MANTIDA A ORDEM DE CHEGADA DENTRO DA MESMA CONTA E DATA     *
      *----------------------------------------------------------------*
       2000-CLASSIFICAR-CARGA          SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-INCLUI-AGMV
               SORT ORDENACAO
                   ON ASCENDING KEY SRT-CONTA
                                    SRT-DATA
                   WITH DUPLICATES IN ORDER
                   USING  EDERARQE
                          EDERAGMV
                   GIVING EDERARQM
           ELSE
               SORT ORDENACAO
                   ON ASCENDING KEY SRT-CONTA
                                    SRT-DATA
                   WITH DUPLICATES IN ORDER
                   USING  EDERARQE
                   GIVING EDERARQM
           END-IF.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR O NOVO MOVIMENTO ACUMULADO NO EDERMACN:  *
      *    BASE DAS NOITES ANTERIORES (SEM OS LANCAMENTOS ANTERIORES   *
      *    AO CORTE) MAIS A CARGA DA NOITE, COPIADO AO FINAL PARA O    *
      *    EDERMACU                                                    *
      *----------------------------------------------------------------*
       2500-ACUMULAR-MOVIMENTO         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT EDERMACN.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-EDERMACN.
      *
           OPEN INPUT EDERMACU.
           PERFORM 1040-TESTAR-FS-EDERMACU.
      *
           IF (WRK-FS-EDERMACU         EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': EDERMACU AUSENTE - '
                       'ACUMULADO INICIADO NESTA EXECUCAO ***'
           ELSE
               SET WRK-TEM-MACU        TO TRUE
               PERFORM 2510-COPIAR-BASE
                   UNTIL WRK-BASE-ESGOTADA
               CLOSE EDERMACU
           END-IF.
      *
           OPEN INPUT EDERARQM.
           PERFORM 1030-TESTAR-FS-EDERARQM.
      *
           PERFORM 2520-COPIAR-CARGA
               UNTIL WRK-FS-EDERARQM   EQUAL '10'.
      *
           CLOSE EDERARQM EDERMACN.
      *
           OPEN INPUT  EDERMACN.
           PERFORM 1050-TESTAR-FS-EDERMACN.
      *
           OPEN OUTPUT EDERMACU.
           PERFORM 1040-TESTAR-FS-EDERMACU.
      *
           PERFORM 2530-COPIAR-ACUMULADO-NOVO
               UNTIL WRK-FS-EDERMACN   EQUAL '10'.
      *
           CLOSE EDERMACN EDERMACU.
      *
           PERFORM 2550-GRAVAR-CONTROLE.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COPIAR UM REGISTRO DA BASE DO EDERMACU PARA O   *
      *    EDERMACN. NA REEXECUCAO SO ENTRAM OS REGISTROS DAS NOITES   *
      *    ANTERIORES (A CARGA DA EXECUCAO ANTERIOR E REFEITA);        *
      *    LANCAMENTO ANTERIOR AO CORTE E DESCARTADO.                  *
      *----------------------------------------------------------------*
       2510-COPIAR-BASE                SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-REEXECUCAO AND
              (ACU-REG-BASE-GRAV       NOT LESS THAN WRK-CTL-QTD-BASE)
               SET WRK-BASE-ESGOTADA   TO TRUE
               GO TO 2510-99-FIM
           END-IF.
      *
           READ EDERMACU               INTO WRK-AREA-EDERWCPY.
      *
           IF (WRK-FS-EDERMACU         EQUAL '10')
               SET WRK-BASE-ESGOTADA   TO TRUE
               GO TO 2510-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-EDERMACU.
           ADD  1                      TO ACU-REG-MACU-LIDOS.
      *
           IF (EDERWCPY-E-DATA-MOVIMENTACAO LESS THAN WRK-DATA-CORTE)
               ADD  1                  TO ACU-REG-MACU-DESCART
               GO TO 2510-99-FIM
           END-IF.
      *
           WRITE FD-REG-EDERMACN       FROM WRK-AREA-EDERWCPY.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-EDERMACN.
           ADD  1                      TO ACU-REG-BASE-GRAV.
      *
      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COPIAR UM REGISTRO DA CARGA DA NOITE PARA O     *
      *    EDERMACN                                                    *
      *----------------------------------------------------------------*
       2520-COPIAR-CARGA               SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERARQM.
      *
           IF (WRK-FS-EDERARQM         EQUAL '10')
               GO TO 2520-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-EDERARQM.
           ADD  1                      TO ACU-REG-CARGA.
      *
           WRITE FD-REG-EDERMACN       FROM FD-REG-EDERARQM.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-EDERMACN.
      *
      *----------------------------------------------------------------*
       2520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO EDERMACN E GRAVA-LO NO       *
      *    EDERMACU                                                    *
      *----------------------------------------------------------------*
       2530-COPIAR-ACUMULADO-NOVO      SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERMACN.
      *
           IF (WRK-FS-EDERMACN         NOT EQUAL '10')
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1050-TESTAR-FS-EDERMACN
               WRITE FD-REG-EDERMACU   FROM FD-REG-EDERMACN
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               PERFORM 1040-TESTAR-FS-EDERMACU
               ADD  1                  TO ACU-REG-MACU-GRAV
           END-IF.
      *
      *----------------------------------------------------------------*
       2530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA REGRAVAR O CONTROLE DA EXECUCAO: DATA, BASE DAS *
      *    NOITES ANTERIORES NO EDERMACU E EDERAGMV ABSORVIDO          *
      *----------------------------------------------------------------*
       2550-GRAVAR-CONTROLE            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT EDERMCTL.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-EDERMCTL.
      *
           MOVE SPACES                 TO FD-REG-EDERMCTL.
           MOVE WRK-DATA-PROC          TO FD-MCT-DATA-PROC.
           MOVE ACU-REG-BASE-GRAV      TO FD-MCT-QTD-BASE.
           MOVE WRK-AGMV-LIMITE        TO FD-MCT-AGMV-ANTERIOR.
           IF WRK-INCLUI-AGMV
               MOVE WRK-AGMV-DATA      TO FD-MCT-AGMV-ABSORVIDO
           ELSE
               MOVE ZEROS              TO FD-MCT-AGMV-ABSORVIDO
           END-IF.
      *
           WRITE FD-REG-EDERMCTL.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-EDERMCTL.
      *
           CLOSE EDERMCTL.
      *
      *----------------------------------------------------------------*
       2550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-INCLUI-AGMV
               COMPUTE ACU-REG-ARQE-LIDOS = ACU-REG-CARGA
                                          - ACU-REG-AGMV-LIDOS
           ELSE
               MOVE ACU-REG-CARGA      TO ACU-REG-ARQE-LIDOS
           END-IF.
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
           DISPLAY '* EDERMOV1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* EDERARQE |  I  | TOTAL REG.    | '
           ACU-REG-ARQE-LIDOS '     *'.
           DISPLAY '* EDERAGMV |  I  | TOTAL REG.    | '
           ACU-REG-AGMV-LIDOS '     *'.
           DISPLAY '* EDERAGMV |  I  | JA ABSORVIDOS | '
           ACU-REG-AGMV-IGNORADOS '     *'.
           DISPLAY '* EDERARQM |  O  | TOTAL REG.    | '
           ACU-REG-CARGA '     *'.
           DISPLAY '* EDERMACU |  I  | TOTAL REG.    | '
           ACU-REG-MACU-LIDOS '     *'.
           DISPLAY '* EDERMACU |  I  | ANTES CORTE   | '
           ACU-REG-MACU-DESCART '     *'.
           DISPLAY '* EDERMACU |  O  | TOTAL REG.    | '
           ACU-REG-MACU-GRAV '     *'.
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
           MOVE 'EDERARQM'             TO WRK-RUN-ARQUIVO.
           MOVE ACU-REG-CARGA          TO WRK-RUN-QTD.
           PERFORM 8100-GRAVAR-RUNCTL-FIM.
           MOVE 'EDERMACU'             TO WRK-RUN-ARQUIVO.
           MOVE ACU-REG-MACU-GRAV      TO WRK-RUN-QTD.
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
