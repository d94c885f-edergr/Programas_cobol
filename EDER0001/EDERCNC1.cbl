      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EDERCNC1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  EDERCNC1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  CONCILIACAO BANCARIA: IMPORTA O EXTRATO DO   *
      *                   BANCO NO PADRAO CNAB 240 (SEGMENTO 'E') E    *
      *                   CONCILIA CADA LANCAMENTO DO BANCO COM OS     *
      *                   LANCAMENTOS DO EDERARQE (OS MESMOS QUE       *
      *                   FORMAM OS TOTAIS DIARIOS DO EDERLEDG) POR    *
      *                   CONTA, TIPO D/C, VALOR E DATA, ACEITANDO UMA *
      *                   DIFERENCA DE DATA DE ATE N DIAS (TOLERANCIA).*
      *                   ENTRE OS CANDIDATOS VALE O DE DATA MAIS      *
      *                   PROXIMA. O RELATORIO TRAZ TRES LISTAS: ITENS *
      *                   CONCILIADOS, ITENS SO NO EDERARQE E ITENS SO *
      *                   NO EXTRATO. SO ENTRAM OS LANCAMENTOS DO      *
      *                   EDERARQE DENTRO DO PERIODO DO EXTRATO        *
      *                   (MENOR A MAIOR DATA DE LANCAMENTO DO BANCO). *
      *                   ITEM NAO CONCILIADO COM MAIS DIAS EM ABERTO  *
      *                   DO QUE A TOLERANCIA (OU REGISTRO INVALIDO NO *
      *                   EXTRATO) TERMINA O PROGRAMA COM RC 8, QUE    *
      *                   IMPEDE O FECHAMENTO DO MES.                  *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  EDERARQE                    EDERWCPY          *
      *                  EDERCNAB                    EDERCNCP          *
      *                  EDERCNRL                    (VIDE FD)         *
      *                  RUNCTL                      RUNCTLCP          *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: EDERARQE - LANCAMENTOS DE CONTA DO PERIODO    *
      *                  EDERCNAB - EXTRATO BANCARIO CNAB 240          *
      *                  EDERCNRL - RELATORIO DE CONCILIACAO           *
      *                  RUNCTL   - CONTROLE DE EXECUCAO COMPARTILHADO *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: EDERCNC1_TOLERANCIA - DIAS DE TOLERANCIA NA   *
      *                                        DATA (PADRAO: 02)       *
      *                  EDERCNC1_DATA       - DATA DE PROCESSAMENTO   *
      *                                        AAAAMMDD, BASE DOS DIAS *
      *                                        EM ABERTO (PADRAO: DATA *
      *                                        DO SISTEMA)             *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DA CONCILIACAO COM O     *
      *                        EXTRATO BANCARIO CNAB 240.              *
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
           SELECT EDERCNAB             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERCNAB
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERCNAB.
      *
           SELECT EDERCNRL             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERCNRL
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERCNRL.
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
      *    ENTRADA......: LANCAMENTOS DE CONTA (EDERWCPY)              *
      *----------------------------------------------------------------*
       FD  EDERARQE
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERARQE             PIC  X(038).
      *----------------------------------------------------------------*
      *    ENTRADA......: EXTRATO BANCARIO CNAB 240 (EDERCNCP)         *
      *----------------------------------------------------------------*
       FD  EDERCNAB
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERCNAB             PIC  X(240).
      *----------------------------------------------------------------*
      *    OUTPUT.....: RELATORIO DE CONCILIACAO                       *
      *----------------------------------------------------------------*
       FD  EDERCNRL
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERCNRL             PIC  X(132).
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
           '*** EDERCNC1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-ARQE-LIDOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-ARQE-INVALIDOS  PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-ARQE-FORA       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-CNAB-LIDOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-CNAB-CONTROLE   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-CNAB-INVALIDOS  PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-QTD-CONCILIADOS     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-QTD-SO-NOSSOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-QTD-SO-BANCO        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-QTD-VENCIDOS        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-VLR-CONCILIADOS     PIC  9(015)V9(002)
                                                   COMP-3 VALUE ZERO.
           05  ACU-VLR-SO-NOSSOS       PIC  9(015)V9(002)
                                                   COMP-3 VALUE ZERO.
           05  ACU-VLR-SO-BANCO        PIC  9(015)V9(002)
                                                   COMP-3 VALUE ZERO.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE PARAMETROS E DATAS ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-CONCILIACAO.
           05  WRK-TOLERANCIA          PIC  9(002) VALUE 02.
           05  WRK-TOLERANCIA-X        PIC  X(002) VALUE SPACES.
           05  WRK-TOLERANCIA-NUM      REDEFINES   WRK-TOLERANCIA-X
                                       PIC  9(002).
           05  WRK-DATA-PROC           PIC  9(008) VALUE ZEROS.
           05  WRK-DATA-PROC-X         PIC  X(008) VALUE SPACES.
           05  WRK-DATA-PROC-X-R       REDEFINES   WRK-DATA-PROC-X.
               10  WRK-PROC-X-ANO      PIC  9(004).
               10  WRK-PROC-X-MES      PIC  9(002).
               10  WRK-PROC-X-DIA      PIC  9(002).
           05  WRK-DIA-PROC            PIC  9(009) COMP VALUE ZERO.
           05  WRK-DATA-INI-PERIODO    PIC  9(008) VALUE 99999999.
           05  WRK-DATA-FIM-PERIODO    PIC  9(008) VALUE ZEROS.
           05  WRK-DIA-INI-JANELA      PIC S9(009) COMP VALUE ZERO.
           05  WRK-DIA-FIM-JANELA      PIC S9(009) COMP VALUE ZERO.
           05  WRK-DIA-AUX             PIC S9(009) COMP VALUE ZERO.
           05  WRK-DATA-AUX            PIC  9(008) VALUE ZEROS.
           05  WRK-DATA-AUX-R          REDEFINES   WRK-DATA-AUX.
               10  WRK-AUX-ANO         PIC  9(004).
               10  WRK-AUX-MES         PIC  9(002).
               10  WRK-AUX-DIA         PIC  9(002).
           05  WRK-DATA-EDITADA        PIC  X(010) VALUE SPACES.
           05  WRK-DATA-X10            PIC  X(010) VALUE SPACES.
           05  WRK-DIF-DIAS            PIC S9(009) COMP VALUE ZERO.
           05  WRK-MELHOR-DIF          PIC S9(009) COMP VALUE ZERO.
           05  WRK-DIAS-ABERTO         PIC S9(009) COMP VALUE ZERO.
           05  WRK-FLAG-VALIDO         PIC  X(001) VALUE SPACES.
               88  WRK-REGISTRO-VALIDO             VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS LANCAMENTOS DO EDERARQE ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-NOSSO.
           05  WRK-QTD-NOS             PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-NOS-ITEM        OCCURS 5000 TIMES.
               10  WRK-NOS-CONTA       PIC  9(004).
               10  WRK-NOS-DATA        PIC  9(008).
               10  WRK-NOS-DIA         PIC  9(009) COMP.
               10  WRK-NOS-TIPO        PIC  X(001).
               10  WRK-NOS-VALOR       PIC  9(013)V9(002) COMP-3.
               10  WRK-NOS-PAR         PIC  9(004) COMP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS LANCAMENTOS DO EXTRATO ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-BANCO.
           05  WRK-QTD-BCO             PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-BCO-ITEM        OCCURS 5000 TIMES.
               10  WRK-BCO-CONTA       PIC  9(012).
               10  WRK-BCO-DATA        PIC  9(008).
               10  WRK-BCO-DIA         PIC  9(009) COMP.
               10  WRK-BCO-TIPO        PIC  X(001).
               10  WRK-BCO-VALOR       PIC  9(016)V9(002) COMP-3.
               10  WRK-BCO-HISTORICO   PIC  X(025).
               10  WRK-BCO-DOCUMENTO   PIC  X(020).
               10  WRK-BCO-PAR         PIC  9(004) COMP.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-TABELAS.
           05  WRK-IDX-NOS             PIC  9(004) COMP VALUE ZERO.
           05  WRK-IDX-BCO             PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-MELHOR          PIC  9(004) COMP VALUE ZERO.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO RELATORIO DE CONCILIACAO ***'.
      *----------------------------------------------------------------*
       01  WRK-CAB-CONC-1.
           05  FILLER                  PIC  X(045) VALUE
               'EDERCNC1 - CONCILIACAO BANCARIA - PERIODO DE '.
           05  WRK-CAB-DATA-INI        PIC  X(010) VALUE SPACES.
           05  FILLER                  PIC  X(003) VALUE ' A '.
           05  WRK-CAB-DATA-FIM        PIC  X(010) VALUE SPACES.
           05  FILLER                  PIC  X(016) VALUE
               ' - TOLERANCIA: '.
           05  WRK-CAB-TOLERANCIA      PIC  Z9.
           05  FILLER                  PIC  X(006) VALUE ' DIAS'.
           05  FILLER                  PIC  X(040) VALUE SPACES.
       01  WRK-CAB-SECAO.
           05  FILLER                  PIC  X(004) VALUE '*** '.
           05  WRK-CAB-SECAO-TITULO    PIC  X(050).
           05  FILLER                  PIC  X(078) VALUE SPACES.
       01  WRK-CAB-CONCILIADOS.
           05  FILLER                  PIC  X(046) VALUE
               'CONTA  DATA NOSSA DATA BANCO T             VAL'.
           05  FILLER                  PIC  X(046) VALUE
               'OR HISTORICO DO BANCO'.
           05  FILLER                  PIC  X(040) VALUE SPACES.
       01  WRK-CAB-PENDENTES.
           05  FILLER                  PIC  X(046) VALUE
               'CONTA                DATA       T             '.
           05  FILLER                  PIC  X(046) VALUE
               'VALOR DIAS SITUACAO HISTORICO DO BANCO'.
           05  FILLER                  PIC  X(040) VALUE
               'DOCUMENTO'.
       01  WRK-DET-CONCILIADO.
           05  WRK-DCO-CONTA           PIC  9(004).
           05  FILLER                  PIC  X(003) VALUE SPACES.
           05  WRK-DCO-DATA-NOSSA      PIC  X(010).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DCO-DATA-BANCO      PIC  X(010).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DCO-TIPO            PIC  X(001).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DCO-VALOR           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DCO-HISTORICO       PIC  X(025).
           05  FILLER                  PIC  X(057) VALUE SPACES.
       01  WRK-DET-PENDENTE.
           05  WRK-DPE-CONTA           PIC  X(012).
           05  FILLER                  PIC  X(009) VALUE SPACES.
           05  WRK-DPE-DATA            PIC  X(010).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DPE-TIPO            PIC  X(001).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DPE-VALOR           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DPE-DIAS            PIC  ZZZ9.
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DPE-SITUACAO        PIC  X(008).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DPE-HISTORICO       PIC  X(025).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DPE-DOCUMENTO       PIC  X(020).
           05  FILLER                  PIC  X(020) VALUE SPACES.
       01  WRK-TOT-SECAO.
           05  FILLER                  PIC  X(010) VALUE
               'TOTAL ... '.
           05  WRK-TOT-DESCRICAO       PIC  X(030).
           05  FILLER                  PIC  X(007) VALUE ' ITENS '.
           05  WRK-TOT-QTD             PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(008) VALUE ' VALOR '.
           05  WRK-TOT-VALOR           PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(050) VALUE SPACES.
       01  WRK-LINHA-CONC              PIC  X(132) VALUE SPACES.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'EDERCNC1'.
           05  WRK-FS-EDERARQE         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERCNAB         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERCNRL         PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-EDERCNAB       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERCNAB.dat'.
           05  WRK-PATH-EDERCNRL       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERCNRL.dat'.
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
           '*** AREA PARA O BOOK DO EXTRATO (EDERCNAB) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-EDERCNAB.
           COPY EDERCNCP.
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
           '*** EDERCNC1 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: OBTEM OS PARAMETROS E CARREGA O    *
      *    EXTRATO E OS LANCAMENTOS DO PERIODO EM MEMORIA              *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-OBTER-PARAMETROS.
           PERFORM 8000-GRAVAR-RUNCTL-INICIO.
      *
           PERFORM 1100-CARREGAR-EXTRATO.
           PERFORM 1200-CARREGAR-LANCAMENTOS.
      *
           OPEN OUTPUT EDERCNRL.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-EDERCNRL.
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERCNAB_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERCNAB
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERCNRL_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERCNRL
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
      *    ROTINA PARA OBTER A TOLERANCIA EM DIAS E A DATA DE          *
      *    PROCESSAMENTO (VALOR INVALIDO OU OMITIDO MANTEM O PADRAO)   *
      *----------------------------------------------------------------*
       1008-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                                           'EDERCNC1_TOLERANCIA'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:2) TO WRK-TOLERANCIA-X
               IF (WRK-TOLERANCIA-X    IS NUMERIC)
                   MOVE WRK-TOLERANCIA-NUM TO WRK-TOLERANCIA
               END-IF
           END-IF.
      *
           ACCEPT WRK-DATA-PROC        FROM DATE YYYYMMDD.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERCNC1_DATA'.
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
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERCNAB          *
      *----------------------------------------------------------------*
       1020-TESTAR-FS-EDERCNAB         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERCNAB         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERCNAB              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERCNAB
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERCNAB'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERCNAB    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERCNRL          *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-EDERCNRL         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERCNRL         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERCNRL              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERCNRL
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERCNRL'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERCNRL    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR OS LANCAMENTOS DO EXTRATO (REGISTROS   *
      *    DE DETALHE DO SEGMENTO 'E') E APURAR O PERIODO DO EXTRATO   *
      *----------------------------------------------------------------*
       1100-CARREGAR-EXTRATO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-BCO.
      *
           OPEN INPUT EDERCNAB.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-EDERCNAB.
      *
           PERFORM 1110-LER-EXTRATO
               UNTIL WRK-FS-EDERCNAB   EQUAL '10'.
      *
           CLOSE EDERCNAB.
      *
           IF (WRK-QTD-BCO             EQUAL ZERO)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  EXTRATO EDERCNAB SEM LANCAMENTOS  *'
               DISPLAY '*  VALIDOS - CONCILIACAO NAO FEITA   *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 8                  TO RETURN-CODE
               MOVE 'EDERCNRL'         TO WRK-RUN-ARQUIVO
               MOVE ZERO               TO WRK-RUN-QTD
               PERFORM 8100-GRAVAR-RUNCTL-FIM
               STOP RUN
           END-IF.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO EXTRATO. HEADERS E TRAILERS  *
      *    SAO IGNORADOS; DETALHE COM DATA, VALOR OU TIPO D/C          *
      *    INVALIDO E CONTADO E IMPEDE O FECHAMENTO (RC 8).            *
      *----------------------------------------------------------------*
       1110-LER-EXTRATO                SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERCNAB               INTO WRK-AREA-EDERCNAB.
      *
           IF (WRK-FS-EDERCNAB         EQUAL '10')
               GO TO 1110-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-EDERCNAB.
           ADD  1                      TO ACU-REG-CNAB-LIDOS.
      *
           IF (EDERCNCP-G-TIPO-REGISTRO NOT EQUAL '3') OR
              (EDERCNCP-SEGMENTO       NOT EQUAL 'E')
               ADD  1                  TO ACU-REG-CNAB-CONTROLE
               GO TO 1110-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-VALIDO.
           IF (EDERCNCP-CONTA          IS NUMERIC) AND
              (EDERCNCP-VALOR          IS NUMERIC) AND
              (EDERCNCP-DATA-LANCAMENTO IS NUMERIC) AND
              (EDERCNCP-TIPO-LANCAMENTO EQUAL 'D' OR 'C')
               IF (EDERCNCP-LANC-MES   GREATER THAN ZERO)   AND
                  (EDERCNCP-LANC-MES   NOT GREATER THAN 12) AND
                  (EDERCNCP-LANC-DIA   GREATER THAN ZERO)   AND
                  (EDERCNCP-LANC-DIA   NOT GREATER THAN 31)
                   SET WRK-REGISTRO-VALIDO TO TRUE
               END-IF
           END-IF.
      *
           IF NOT WRK-REGISTRO-VALIDO
               ADD  1                  TO ACU-REG-CNAB-INVALIDOS
               DISPLAY '*** ' WRK-PROGRAMA ': DETALHE INVALIDO NO '
                       'EXTRATO - SEQUENCIAL ' EDERCNCP-SEQUENCIAL
                       ' ***'
               GO TO 1110-99-FIM
           END-IF.
      *
           IF (WRK-QTD-BCO             NOT LESS THAN 5000)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DO EXTRATO CHEIA           *'
               DISPLAY '*  LIMITE DE 5000 LANCAMENTOS        *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-BCO.
           MOVE EDERCNCP-CONTA         TO WRK-BCO-CONTA(WRK-QTD-BCO).
           MOVE EDERCNCP-LANC-ANO      TO WRK-AUX-ANO.
           MOVE EDERCNCP-LANC-MES      TO WRK-AUX-MES.
           MOVE EDERCNCP-LANC-DIA      TO WRK-AUX-DIA.
           MOVE WRK-DATA-AUX           TO WRK-BCO-DATA(WRK-QTD-BCO).
           COMPUTE WRK-BCO-DIA(WRK-QTD-BCO) = FUNCTION INTEGER-OF-DATE
                                           (WRK-DATA-AUX).
           MOVE EDERCNCP-TIPO-LANCAMENTO TO WRK-BCO-TIPO(WRK-QTD-BCO).
           MOVE EDERCNCP-VALOR         TO WRK-BCO-VALOR(WRK-QTD-BCO).
           MOVE EDERCNCP-HISTORICO     TO
                                   WRK-BCO-HISTORICO(WRK-QTD-BCO).
           MOVE EDERCNCP-DOCUMENTO     TO
                                   WRK-BCO-DOCUMENTO(WRK-QTD-BCO).
           MOVE ZERO                   TO WRK-BCO-PAR(WRK-QTD-BCO).
      *
           IF (WRK-DATA-AUX            LESS THAN WRK-DATA-INI-PERIODO)
               MOVE WRK-DATA-AUX       TO WRK-DATA-INI-PERIODO
           END-IF.
           IF (WRK-DATA-AUX            GREATER THAN
                                       WRK-DATA-FIM-PERIODO)
               MOVE WRK-DATA-AUX       TO WRK-DATA-FIM-PERIODO
           END-IF.
      *
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR OS LANCAMENTOS DO EDERARQE DENTRO DO   *
      *    PERIODO DO EXTRATO AMPLIADO PELA TOLERANCIA NAS DUAS PONTAS *
      *    (UM LANCAMENTO NOSSO DE 30/09 PODE SER O PAR DE UM DEBITO   *
      *    DO BANCO EM 01/10)                                          *
      *----------------------------------------------------------------*
       1200-CARREGAR-LANCAMENTOS       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-NOS.
      *
           COMPUTE WRK-DIA-INI-JANELA  = FUNCTION INTEGER-OF-DATE
                                           (WRK-DATA-INI-PERIODO)
                                       - WRK-TOLERANCIA.
           COMPUTE WRK-DIA-FIM-JANELA  = FUNCTION INTEGER-OF-DATE
                                           (WRK-DATA-FIM-PERIODO)
                                       + WRK-TOLERANCIA.
      *
           OPEN INPUT EDERARQE.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-EDERARQE.
      *
           PERFORM 1210-LER-LANCAMENTO
               UNTIL WRK-FS-EDERARQE   EQUAL '10'.
      *
           CLOSE EDERARQE.
      *
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM LANCAMENTO DO EDERARQE. LANCAMENTO COM   *
      *    CAMPOS INVALIDOS (REJEITADO NA CARGA DO EDER0001) OU FORA   *
      *    DA JANELA DO EXTRATO NAO ENTRA NA CONCILIACAO.              *
      *----------------------------------------------------------------*
       1210-LER-LANCAMENTO             SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERARQE               INTO WRK-AREA-EDERWCPY.
      *
           IF (WRK-FS-EDERARQE         EQUAL '10')
               GO TO 1210-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-EDERARQE.
           ADD  1                      TO ACU-REG-ARQE-LIDOS.
      *
           MOVE EDERWCPY-E-DATA-MOVIMENTACAO TO WRK-DATA-X10.
           MOVE SPACES                 TO WRK-FLAG-VALIDO.
           IF (EDERWCPY-E-VALOR-MOVIMENTACAO IS NUMERIC)  AND
              (EDERWCPY-E-CONTA        IS NUMERIC)        AND
              (EDERWCPY-E-CONTA        NOT EQUAL ZEROS)   AND
              (EDERWCPY-E-TIPO-MOVIMENTACAO EQUAL 'D' OR 'C') AND
              (WRK-DATA-X10(1:4)       IS NUMERIC)        AND
              (WRK-DATA-X10(5:1)       EQUAL '-')         AND
              (WRK-DATA-X10(6:2)       IS NUMERIC)        AND
              (WRK-DATA-X10(8:1)       EQUAL '-')         AND
              (WRK-DATA-X10(9:2)       IS NUMERIC)
               MOVE WRK-DATA-X10(1:4)  TO WRK-AUX-ANO
               MOVE WRK-DATA-X10(6:2)  TO WRK-AUX-MES
               MOVE WRK-DATA-X10(9:2)  TO WRK-AUX-DIA
               IF (WRK-AUX-MES         GREATER THAN ZERO)   AND
                  (WRK-AUX-MES         NOT GREATER THAN 12) AND
                  (WRK-AUX-DIA         GREATER THAN ZERO)   AND
                  (WRK-AUX-DIA         NOT GREATER THAN 31)
                   SET WRK-REGISTRO-VALIDO TO TRUE
               END-IF
           END-IF.
      *
           IF NOT WRK-REGISTRO-VALIDO
               ADD  1                  TO ACU-REG-ARQE-INVALIDOS
               GO TO 1210-99-FIM
           END-IF.
      *
           COMPUTE WRK-DIA-AUX = FUNCTION INTEGER-OF-DATE
                                           (WRK-DATA-AUX).
           IF (WRK-DIA-AUX             LESS THAN WRK-DIA-INI-JANELA) OR
              (WRK-DIA-AUX             GREATER THAN WRK-DIA-FIM-JANELA)
               ADD  1                  TO ACU-REG-ARQE-FORA
               GO TO 1210-99-FIM
           END-IF.
      *
           IF (WRK-QTD-NOS             NOT LESS THAN 5000)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DE LANCAMENTOS CHEIA       *'
               DISPLAY '*  LIMITE DE 5000 LANCAMENTOS        *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-NOS.
           MOVE EDERWCPY-E-CONTA       TO WRK-NOS-CONTA(WRK-QTD-NOS).
           MOVE WRK-DATA-AUX           TO WRK-NOS-DATA(WRK-QTD-NOS).
           MOVE WRK-DIA-AUX            TO WRK-NOS-DIA(WRK-QTD-NOS).
           MOVE EDERWCPY-E-TIPO-MOVIMENTACAO
                                       TO WRK-NOS-TIPO(WRK-QTD-NOS).
           MOVE EDERWCPY-E-VALOR-MOVIMENTACAO
                                       TO WRK-NOS-VALOR(WRK-QTD-NOS).
           MOVE ZERO                   TO WRK-NOS-PAR(WRK-QTD-NOS).
      *
      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSOS: CONCILIA CADA LANCAMENTO DO EXTRATO E  *
      *    EMITE AS TRES LISTAS DO RELATORIO                           *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2100-CONCILIAR-LANCAMENTO
               VARYING WRK-IDX-BCO     FROM 1 BY 1
               UNTIL   WRK-IDX-BCO   GREATER THAN WRK-QTD-BCO.
      *
           PERFORM 2200-EMITIR-CABECALHO.
      *
           MOVE 'ITENS CONCILIADOS'    TO WRK-CAB-SECAO-TITULO.
           PERFORM 2250-EMITIR-TITULO-SECAO.
           WRITE FD-REG-EDERCNRL       FROM WRK-CAB-CONCILIADOS.
           PERFORM 1030-TESTAR-FS-EDERCNRL.
           PERFORM 2300-LISTAR-CONCILIADO
               VARYING WRK-IDX-BCO     FROM 1 BY 1
               UNTIL   WRK-IDX-BCO   GREATER THAN WRK-QTD-BCO.
           MOVE 'CONCILIADOS'          TO WRK-TOT-DESCRICAO.
           MOVE ACU-QTD-CONCILIADOS    TO WRK-TOT-QTD.
           MOVE ACU-VLR-CONCILIADOS    TO WRK-TOT-VALOR.
           PERFORM 2900-EMITIR-TOTAL-SECAO.
      *
           MOVE 'ITENS SOMENTE NO EDERARQE (NOSSO LADO)'
                                       TO WRK-CAB-SECAO-TITULO.
           PERFORM 2250-EMITIR-TITULO-SECAO.
           WRITE FD-REG-EDERCNRL       FROM WRK-CAB-PENDENTES.
           PERFORM 1030-TESTAR-FS-EDERCNRL.
           PERFORM 2400-LISTAR-SO-NOSSO
               VARYING WRK-IDX-NOS     FROM 1 BY 1
               UNTIL   WRK-IDX-NOS   GREATER THAN WRK-QTD-NOS.
           MOVE 'SOMENTE NO EDERARQE'  TO WRK-TOT-DESCRICAO.
           MOVE ACU-QTD-SO-NOSSOS      TO WRK-TOT-QTD.
           MOVE ACU-VLR-SO-NOSSOS      TO WRK-TOT-VALOR.
           PERFORM 2900-EMITIR-TOTAL-SECAO.
      *
           MOVE 'ITENS SOMENTE NO EXTRATO DO BANCO'
                                       TO WRK-CAB-SECAO-TITULO.
           PERFORM 2250-EMITIR-TITULO-SECAO.
           WRITE FD-REG-EDERCNRL       FROM WRK-CAB-PENDENTES.
           PERFORM 1030-TESTAR-FS-EDERCNRL.
           PERFORM 2500-LISTAR-SO-BANCO
               VARYING WRK-IDX-BCO     FROM 1 BY 1
               UNTIL   WRK-IDX-BCO   GREATER THAN WRK-QTD-BCO.
           MOVE 'SOMENTE NO EXTRATO'   TO WRK-TOT-DESCRICAO.
           MOVE ACU-QTD-SO-BANCO       TO WRK-TOT-QTD.
           MOVE ACU-VLR-SO-BANCO       TO WRK-TOT-VALOR.
           PERFORM 2900-EMITIR-TOTAL-SECAO.
      *
           PERFORM 2950-EMITIR-RESUMO.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CONCILIAR UM LANCAMENTO DO EXTRATO: PROCURA O   *
      *    LANCAMENTO AINDA LIVRE DO EDERARQE DE MESMA CONTA, TIPO E   *
      *    VALOR COM A MENOR DIFERENCA DE DATA DENTRO DA TOLERANCIA    *
      *----------------------------------------------------------------*
       2100-CONCILIAR-LANCAMENTO       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-POS-MELHOR.
           MOVE 999999                 TO WRK-MELHOR-DIF.
      *
           PERFORM 2110-AVALIAR-CANDIDATO
               VARYING WRK-IDX-NOS     FROM 1 BY 1
               UNTIL   WRK-IDX-NOS   GREATER THAN WRK-QTD-NOS
                    OR WRK-MELHOR-DIF  EQUAL ZERO.
      *
           IF (WRK-POS-MELHOR          GREATER THAN ZERO)
               MOVE WRK-POS-MELHOR     TO WRK-BCO-PAR(WRK-IDX-BCO)
               MOVE WRK-IDX-BCO        TO WRK-NOS-PAR(WRK-POS-MELHOR)
           END-IF.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA AVALIAR UM LANCAMENTO DO EDERARQE COMO PAR DO   *
      *    LANCAMENTO DO EXTRATO EM CURSO                              *
      *----------------------------------------------------------------*
       2110-AVALIAR-CANDIDATO          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-NOS-PAR(WRK-IDX-NOS) NOT EQUAL ZERO)            OR
              (WRK-NOS-CONTA(WRK-IDX-NOS) NOT EQUAL
                                       WRK-BCO-CONTA(WRK-IDX-BCO)) OR
              (WRK-NOS-TIPO(WRK-IDX-NOS)  NOT EQUAL
                                       WRK-BCO-TIPO(WRK-IDX-BCO))  OR
              (WRK-NOS-VALOR(WRK-IDX-NOS) NOT EQUAL
                                       WRK-BCO-VALOR(WRK-IDX-BCO))
               GO TO 2110-99-FIM
           END-IF.
      *
           COMPUTE WRK-DIF-DIAS = WRK-NOS-DIA(WRK-IDX-NOS)
                                - WRK-BCO-DIA(WRK-IDX-BCO).
           IF (WRK-DIF-DIAS            LESS THAN ZERO)
               MULTIPLY -1             BY WRK-DIF-DIAS
           END-IF.
      *
           IF (WRK-DIF-DIAS            NOT GREATER THAN WRK-TOLERANCIA)
              AND
              (WRK-DIF-DIAS            LESS THAN WRK-MELHOR-DIF)
               MOVE WRK-DIF-DIAS       TO WRK-MELHOR-DIF
               MOVE WRK-IDX-NOS        TO WRK-POS-MELHOR
           END-IF.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR O CABECALHO DO RELATORIO                 *
      *----------------------------------------------------------------*
       2200-EMITIR-CABECALHO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DATA-INI-PERIODO   TO WRK-DATA-AUX.
           PERFORM 2800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-CAB-DATA-INI.
           MOVE WRK-DATA-FIM-PERIODO   TO WRK-DATA-AUX.
           PERFORM 2800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-CAB-DATA-FIM.
           MOVE WRK-TOLERANCIA         TO WRK-CAB-TOLERANCIA.
      *
           WRITE FD-REG-EDERCNRL       FROM WRK-CAB-CONC-1.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-EDERCNRL.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR UMA LINHA EM BRANCO E O TITULO DA LISTA  *
      *----------------------------------------------------------------*
       2250-EMITIR-TITULO-SECAO        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-LINHA-CONC.
           WRITE FD-REG-EDERCNRL       FROM WRK-LINHA-CONC.
           PERFORM 1030-TESTAR-FS-EDERCNRL.
      *
           WRITE FD-REG-EDERCNRL       FROM WRK-CAB-SECAO.
           PERFORM 1030-TESTAR-FS-EDERCNRL.
      *
      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LISTAR UM LANCAMENTO DO EXTRATO CONCILIADO      *
      *----------------------------------------------------------------*
       2300-LISTAR-CONCILIADO          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-BCO-PAR(WRK-IDX-BCO) EQUAL ZERO)
               GO TO 2300-99-FIM
           END-IF.
      *
           MOVE WRK-BCO-PAR(WRK-IDX-BCO) TO WRK-IDX-NOS.
      *
           MOVE WRK-NOS-CONTA(WRK-IDX-NOS) TO WRK-DCO-CONTA.
           MOVE WRK-NOS-DATA(WRK-IDX-NOS)  TO WRK-DATA-AUX.
           PERFORM 2800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-DCO-DATA-NOSSA.
           MOVE WRK-BCO-DATA(WRK-IDX-BCO)  TO WRK-DATA-AUX.
           PERFORM 2800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-DCO-DATA-BANCO.
           MOVE WRK-BCO-TIPO(WRK-IDX-BCO)  TO WRK-DCO-TIPO.
           MOVE WRK-BCO-VALOR(WRK-IDX-BCO) TO WRK-DCO-VALOR.
           MOVE WRK-BCO-HISTORICO(WRK-IDX-BCO) TO WRK-DCO-HISTORICO.
      *
           WRITE FD-REG-EDERCNRL       FROM WRK-DET-CONCILIADO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-EDERCNRL.
      *
           ADD  1                      TO ACU-QTD-CONCILIADOS.
           ADD  WRK-BCO-VALOR(WRK-IDX-BCO) TO ACU-VLR-CONCILIADOS.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LISTAR UM LANCAMENTO DO EDERARQE SEM PAR NO     *
      *    EXTRATO. O LANCAMENTO SEM PAR DATADO NA AMPLIACAO DA JANELA *
      *    (FORA DO PERIODO DO EXTRATO) PERTENCE A OUTRO EXTRATO E E   *
      *    SO CONTADO COMO FORA DO PERIODO.                            *
      *----------------------------------------------------------------*
       2400-LISTAR-SO-NOSSO            SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-NOS-PAR(WRK-IDX-NOS) NOT EQUAL ZERO)
               GO TO 2400-99-FIM
           END-IF.
      *
           IF (WRK-NOS-DATA(WRK-IDX-NOS) LESS THAN
                                       WRK-DATA-INI-PERIODO)   OR
              (WRK-NOS-DATA(WRK-IDX-NOS) GREATER THAN
                                       WRK-DATA-FIM-PERIODO)
               ADD  1                  TO ACU-REG-ARQE-FORA
               GO TO 2400-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-DET-PENDENTE.
           MOVE WRK-NOS-CONTA(WRK-IDX-NOS) TO WRK-DPE-CONTA.
           MOVE WRK-NOS-DATA(WRK-IDX-NOS)  TO WRK-DATA-AUX.
           PERFORM 2800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-DPE-DATA.
           MOVE WRK-NOS-TIPO(WRK-IDX-NOS)  TO WRK-DPE-TIPO.
           MOVE WRK-NOS-VALOR(WRK-IDX-NOS) TO WRK-DPE-VALOR.
      *
           COMPUTE WRK-DIAS-ABERTO = WRK-DIA-PROC
                                   - WRK-NOS-DIA(WRK-IDX-NOS).
           PERFORM 2450-CLASSIFICAR-PENDENCIA.
      *
           WRITE FD-REG-EDERCNRL       FROM WRK-DET-PENDENTE.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-EDERCNRL.
      *
           ADD  1                      TO ACU-QTD-SO-NOSSOS.
           ADD  WRK-NOS-VALOR(WRK-IDX-NOS) TO ACU-VLR-SO-NOSSOS.
      *
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PREENCHER OS DIAS EM ABERTO E A SITUACAO DE UM  *
      *    ITEM NAO CONCILIADO: 'VENCIDO' QUANDO OS DIAS EM ABERTO     *
      *    PASSAM DA TOLERANCIA, 'EM PRAZO' NOS DEMAIS CASOS           *
      *----------------------------------------------------------------*
       2450-CLASSIFICAR-PENDENCIA      SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-DIAS-ABERTO         LESS THAN ZERO)
               MOVE ZERO               TO WRK-DIAS-ABERTO
           END-IF.
           MOVE WRK-DIAS-ABERTO        TO WRK-DPE-DIAS.
      *
           IF (WRK-DIAS-ABERTO         GREATER THAN WRK-TOLERANCIA)
               MOVE 'VENCIDO '         TO WRK-DPE-SITUACAO
               ADD  1                  TO ACU-QTD-VENCIDOS
           ELSE
               MOVE 'EM PRAZO'         TO WRK-DPE-SITUACAO
           END-IF.
      *
      *----------------------------------------------------------------*
       2450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LISTAR UM LANCAMENTO DO EXTRATO SEM PAR NO      *
      *    EDERARQE                                                    *
      *----------------------------------------------------------------*
       2500-LISTAR-SO-BANCO            SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-BCO-PAR(WRK-IDX-BCO) NOT EQUAL ZERO)
               GO TO 2500-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-DET-PENDENTE.
           MOVE WRK-BCO-CONTA(WRK-IDX-BCO) TO WRK-DPE-CONTA.
           MOVE WRK-BCO-DATA(WRK-IDX-BCO)  TO WRK-DATA-AUX.
           PERFORM 2800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-DPE-DATA.
           MOVE WRK-BCO-TIPO(WRK-IDX-BCO)  TO WRK-DPE-TIPO.
           MOVE WRK-BCO-VALOR(WRK-IDX-BCO) TO WRK-DPE-VALOR.
           MOVE WRK-BCO-HISTORICO(WRK-IDX-BCO) TO WRK-DPE-HISTORICO.
           MOVE WRK-BCO-DOCUMENTO(WRK-IDX-BCO) TO WRK-DPE-DOCUMENTO.
      *
           COMPUTE WRK-DIAS-ABERTO = WRK-DIA-PROC
                                   - WRK-BCO-DIA(WRK-IDX-BCO).
           PERFORM 2450-CLASSIFICAR-PENDENCIA.
      *
           WRITE FD-REG-EDERCNRL       FROM WRK-DET-PENDENTE.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-EDERCNRL.
      *
           ADD  1                      TO ACU-QTD-SO-BANCO.
           ADD  WRK-BCO-VALOR(WRK-IDX-BCO) TO ACU-VLR-SO-BANCO.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EDITAR A DATA AAAAMMDD DE WRK-DATA-AUX NA FORMA *
      *    DD/MM/AAAA EM WRK-DATA-EDITADA                              *
      *----------------------------------------------------------------*
       2800-EDITAR-DATA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DATA-EDITADA.
           STRING WRK-AUX-DIA '/' WRK-AUX-MES '/' WRK-AUX-ANO
                  DELIMITED BY SIZE  INTO WRK-DATA-EDITADA.
      *
      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR A LINHA DE TOTAL DE UMA LISTA            *
      *----------------------------------------------------------------*
       2900-EMITIR-TOTAL-SECAO         SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-EDERCNRL       FROM WRK-TOT-SECAO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-EDERCNRL.
      *
      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR O RESUMO FINAL: ITENS VENCIDOS E         *
      *    DETALHES INVALIDOS NO EXTRATO                               *
      *----------------------------------------------------------------*
       2950-EMITIR-RESUMO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-LINHA-CONC.
           WRITE FD-REG-EDERCNRL       FROM WRK-LINHA-CONC.
           PERFORM 1030-TESTAR-FS-EDERCNRL.
      *
           MOVE SPACES                 TO WRK-LINHA-CONC.
           IF (ACU-QTD-VENCIDOS        EQUAL ZERO) AND
              (ACU-REG-CNAB-INVALIDOS  EQUAL ZERO)
               MOVE '*** CONCILIACAO SEM PENDENCIAS VENCIDAS ***'
                                       TO WRK-LINHA-CONC
           ELSE
               MOVE ACU-QTD-VENCIDOS   TO WRK-TOT-QTD
               STRING '*** PENDENCIAS VENCIDAS: ' WRK-TOT-QTD
                      ' - FECHAMENTO DO MES BLOQUEADO ***'
                      DELIMITED BY SIZE INTO WRK-LINHA-CONC
           END-IF.
           WRITE FD-REG-EDERCNRL       FROM WRK-LINHA-CONC.
           PERFORM 1030-TESTAR-FS-EDERCNRL.
      *
           IF (ACU-REG-CNAB-INVALIDOS  GREATER THAN ZERO)
               MOVE SPACES             TO WRK-LINHA-CONC
               MOVE ACU-REG-CNAB-INVALIDOS TO WRK-TOT-QTD
               STRING '*** DETALHES INVALIDOS NO EXTRATO: '
                      WRK-TOT-QTD ' ***'
                      DELIMITED BY SIZE INTO WRK-LINHA-CONC
               WRITE FD-REG-EDERCNRL   FROM WRK-LINHA-CONC
               PERFORM 1030-TESTAR-FS-EDERCNRL
           END-IF.
      *
      *----------------------------------------------------------------*
       2950-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE EDERCNRL.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-EDERCNRL.
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
           DISPLAY '* EDERCNC1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* EDERCNAB |  I  | TOTAL REG.    | '
           ACU-REG-CNAB-LIDOS '     *'.
           DISPLAY '* EDERCNAB |  I  | HEADER/TRAIL. | '
           ACU-REG-CNAB-CONTROLE '     *'.
           DISPLAY '* EDERCNAB |  I  | INVALIDOS     | '
           ACU-REG-CNAB-INVALIDOS '     *'.
           DISPLAY '* EDERARQE |  I  | TOTAL REG.    | '
           ACU-REG-ARQE-LIDOS '     *'.
           DISPLAY '* EDERARQE |  I  | INVALIDOS     | '
           ACU-REG-ARQE-INVALIDOS '     *'.
           DISPLAY '* EDERARQE |  I  | FORA PERIODO  | '
           ACU-REG-ARQE-FORA '     *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* CONCILIADOS         | ' ACU-QTD-CONCILIADOS
           '                 *'.
           DISPLAY '* SOMENTE NO EDERARQE | ' ACU-QTD-SO-NOSSOS
           '                 *'.
           DISPLAY '* SOMENTE NO EXTRATO  | ' ACU-QTD-SO-BANCO
           '                 *'.
           DISPLAY '* PENDENCIAS VENCIDAS | ' ACU-QTD-VENCIDOS
           '                 *'.
           DISPLAY '******************** ' WRK-PROGRAMA
                  ' ********************'.
      *
      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    TERMINAR PROGRAMA: PENDENCIA VENCIDA OU DETALHE INVALIDO    *
      *    NO EXTRATO DEVOLVE RC 8 (FECHAMENTO BLOQUEADO); PENDENCIA   *
      *    AINDA EM PRAZO DEVOLVE RC 4                                 *
      *----------------------------------------------------------------*
       3200-TERMINAR-PROCESSO          SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN (ACU-QTD-VENCIDOS  GREATER THAN ZERO) OR
                    (ACU-REG-CNAB-INVALIDOS GREATER THAN ZERO)
                   MOVE 8              TO RETURN-CODE
               WHEN (ACU-QTD-SO-NOSSOS GREATER THAN ZERO) OR
                    (ACU-QTD-SO-BANCO  GREATER THAN ZERO)
                   MOVE 4              TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           MOVE 'EDERCNRL'             TO WRK-RUN-ARQUIVO.
           MOVE ACU-QTD-CONCILIADOS    TO WRK-RUN-QTD.
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
