      *                        NOME DO TITULAR. SEM O EDERMAST A       *
      *                        VALIDACAO FICA DESLIGADA (AVISO NO      *
      *                        SYSOUT).                                *
      *    15/10/2026 EGR      INCLUIDO O ESTORNO DE LANCAMENTO        *
      *                        (EDERWCPY-E-ORIGEM = 'E', COM A DATA E  *
      *                        O TIPO DO LANCAMENTO ORIGINAL): UMA     *
      *                        PRE-LEITURA DO EDERARQE CONFERE CADA    *
      *                        ESTORNO CONTRA O RAZAO ACUMULADO DAS    *
      *                        EXECUCOES ANTERIORES (EDERLHST) E       *
      *                        CONTRA OS LANCAMENTOS DA PROPRIA CARGA, *
      *                        E CONTRA O REGISTRO DE ESTORNOS JA      *
      *                        EFETUADOS (EDERESTR). ESTORNO SEM       *
      *                        ORIGINAL VAI PARA O EDERREJ COM MOTIVO  *
      *                        EST E ESTORNO DE ORIGINAL JA ESTORNADO  *
      *                        COM MOTIVO EJE. NO EXTRATO E NO CSV O   *
      *                        PAR SAI MARCADO COMO ESTORNADO E FICA   *
      *                        FORA DOS SUBTOTAIS DE DEBITO/CREDITO;   *
      *                        O SALDO E O EDERLEDG REFLETEM O ESTORNO *
      *                        NA DATA DO ESTORNO. ESTORNOS E          *
      *                        LANCAMENTOS ESTORNADOS DEIXAM DE SER    *
      *                        APONTADOS COMO DUPLICIDADE NO EDERDUP.  *
      *                        O LAYOUT EDERWCPY PASSOU A 38 BYTES.    *
      *    15/10/2026 EGR      INCLUIDO O CALENDARIO DE DIAS UTEIS     *
      *                        (CALENDAR, BOOK CALENDCP): MOVIMENTO    *
      *                        ACEITO COM DATA EM FIM DE SEMANA OU     *
      *                        FERIADO NACIONAL E LANCADO NO PROXIMO   *
      *                        DIA UTIL (EXTRATO, SALDO E EDERLEDG); A *
      *                        DUPLICIDADE E O REGISTRO DE ESTORNOS    *
      *                        (EDERESTR) SEGUEM A DATA INFORMADA E O  *
      *                        ORIGINAL DO ESTORNO E PROCURADO NO      *
      *                        EDERLHST PELO DIA UTIL DE LANCAMENTO.   *
      *                        NO FECHAMENTO, O PARAMETRO              *
      *                        EDER0001_BASE_JUROS = 'U' CONTA OS      *
      *                        JUROS POR DIAS UTEIS DO CALENDARIO      *
      *                        (PADRAO 'C' = DIAS CORRIDOS). SEM O     *
      *                        CALENDAR AS DATAS FICAM INALTERADAS.    *
      *    15/10/2026 EGR      O RAZAO ACUMULADO (EDERLHST) PASSOU A   *
      *                        SER ATUALIZADO AO FINAL DE CADA         *
      *                        EXECUCAO DIARIA: O EDERLEDG DA NOITE E  *
      *                        INTERCALADO POR CONTA E DATA NO NOVO    *
      *                        RAZAO (ARQUIVO DE TRABALHO EDERLHSN),   *
      *                        COPIADO DE VOLTA PARA O EDERLHST. DIA   *
      *                        JA EXISTENTE NO ACUMULADO (LANCAMENTO   *
      *                        DATADO DE DIA ANTERIOR, COMO O DEBITO   *
      *                        DE ORDEM PERMANENTE) SOMA OS TOTAIS E   *
      *                        FICA COM O SALDO DESTA EXECUCAO. NO     *
      *                        MODO PERIODO O EDERLHST NAO E           *
      *                        ATUALIZADO. A REEXECUCAO DE UMA NOITE   *
      *                        JA CONCLUIDA EXIGE RESTAURAR O EDERLHST *
      *                        JUNTO COM O EDERSALD.                   *
      *    15/10/2026 EGR      ERRO DE LEITURA DO CALENDAR PASSA A SER *
      *                        REGISTRADO COMO OPERACAO DE LEITURA NO  *
      *                        LOG DE ERROS.                           *
      *    15/10/2026 EGR      O CALENDAR SO CARREGA OS DIAS DO ANO DE *
      *                        REFERENCIA - 1 A + 1; DIAS ANTIGOS NAO  *
      *                        ESGOTAM A TABELA.                       *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           TO DYNAMIC                  WRK-PATH-EDERLIM
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERLIM.
      *
           SELECT EDERLHST             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERLHST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERLHST.
      *
           SELECT EDERLHSN             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERLHSN
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERLHSN.
      *
           SELECT EDERESTR             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERESTR
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERESTR.
      *
           SELECT CALENDAR             ASSIGN
           TO DYNAMIC                  WRK-PATH-CALENDAR
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CALENDAR.
      *
      *================================================================*
       DATA                            DIVISION.
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERARQE             PIC  X(038).
      *----------------------------------------------------------------*
      *    CONTROLE......: SALDO FINAL DE CADA CONTA                   *
      *----------------------------------------------------------------*
      *
       01  FD-REG-EDERREJ.
           05  FD-REJ-MOTIVO           PIC  X(003).
           05  FD-REJ-REGISTRO         PIC  X(038).
      *----------------------------------------------------------------*
      *    OUTPUT.....: SUSPEITAS DE LANCAMENTO EM DUPLICIDADE         *
      *----------------------------------------------------------------*
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERDUP              PIC  X(038).
      *----------------------------------------------------------------*
      *    OUTPUT.....: RAZAO DIARIO POR CONTA E DATA DE MOVIMENTO     *
      *----------------------------------------------------------------*
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERJMOV             PIC  X(038).
      *----------------------------------------------------------------*
      *    INPUT......: CADASTRO MESTRE DE CONTAS (EDERMAST)           *
      *----------------------------------------------------------------*
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERLIM              PIC  X(038).
      *----------------------------------------------------------------*
      *    INPUT......: RAZAO DIARIO ACUMULADO DAS EXECUCOES           *
      *                  ANTERIORES (MESMO LAYOUT DO EDERLEDG), USADO  *
      *                  PARA LOCALIZAR O ORIGINAL DE UM ESTORNO E     *
      *                  REGRAVADO AO FINAL COM O EDERLEDG DA NOITE    *
      *----------------------------------------------------------------*
       FD  EDERLHST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERLHST.
           05  FD-LHS-CONTA            PIC  9(004).
           05  FD-LHS-DATA             PIC  9(008).
           05  FD-LHS-TOT-DEBITO       PIC  9(013)V9(002).
           05  FD-LHS-TOT-CREDITO      PIC  9(013)V9(002).
           05  FD-LHS-SALDO-SINAL      PIC  X(001).
           05  FD-LHS-SALDO            PIC  9(013)V9(002).
      *----------------------------------------------------------------*
      *    CONTROLE......: NOVO RAZAO ACUMULADO (ARQUIVO DE TRABALHO,  *
      *                     COPIADO PARA O EDERLHST AO FINAL)          *
      *----------------------------------------------------------------*
       FD  EDERLHSN
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERLHSN.
           05  FD-LHN-CONTA            PIC  9(004).
           05  FD-LHN-DATA             PIC  9(008).
           05  FD-LHN-TOT-DEBITO       PIC  9(013)V9(002).
           05  FD-LHN-TOT-CREDITO      PIC  9(013)V9(002).
           05  FD-LHN-SALDO-SINAL      PIC  X(001).
           05  FD-LHN-SALDO            PIC  9(013)V9(002).
      *----------------------------------------------------------------*
      *    CONTROLE......: REGISTRO DOS ESTORNOS JA EFETUADOS, NO      *
      *                     LAYOUT EDERWCPY (ACRESCIDO A CADA EXECUCAO) *
      *----------------------------------------------------------------*
       FD  EDERESTR
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERESTR.
           05  FD-ESR-DATA-MOVIMENTACAO PIC X(010).
           05  FD-ESR-TIPO-MOVIMENTACAO PIC X(001).
           05  FD-ESR-VALOR            PIC  9(009)V9(002).
           05  FD-ESR-CONTA            PIC  9(004).
           05  FD-ESR-ORIGEM           PIC  X(001).
           05  FD-ESR-DATA-ORIGINAL    PIC  X(010).
           05  FD-ESR-TIPO-ORIGINAL    PIC  X(001).
      *----------------------------------------------------------------*
      *    INPUT......: CALENDARIO DE DIAS UTEIS (BOOK CALENDCP),      *
      *                  GERADO PELO CALCRG01                          *
      *----------------------------------------------------------------*
       FD  CALENDAR
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALENDAR             PIC  X(040).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
           05  ACU-REG-REJEITADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-DUPLICADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LEDGER          PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-ESTORNOS        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-ADIADOS         PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LHST-GRAV       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LHST-SOMADOS    PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA CHAVES DE QUEBRA ***'.
           05  WRK-SEQ-CHAVE            PIC  X(015) VALUE SPACES.
           05  WRK-SEQ-CONTA-ANT        PIC  X(004) VALUE LOW-VALUES.
           05  WRK-SEQ-DATA-ANT         PIC  X(010) VALUE LOW-VALUES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA ATUALIZACAO DO RAZAO ACUMULADO ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-RAZAO-HIST.
           05  WRK-HST-CHAVE-ACUM.
               10  WRK-HST-ACUM-CONTA   PIC  9(004) VALUE ZEROS.
               10  WRK-HST-ACUM-DATA    PIC  9(008) VALUE ZEROS.
           05  WRK-HST-CHAVE-DIA.
               10  WRK-HST-DIA-CONTA    PIC  9(004) VALUE ZEROS.
               10  WRK-HST-DIA-DATA     PIC  9(008) VALUE ZEROS.
           05  WRK-HST-ANT-ACUM         PIC  X(012) VALUE LOW-VALUES.
           05  WRK-HST-ANT-DIA          PIC  X(012) VALUE LOW-VALUES.
           05  WRK-FLAG-TEM-LHST        PIC  X(001) VALUE SPACES.
               88  WRK-TEM-LHST                     VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '* AREA DE TESTE DE FILE-STATUS *'.
           05  WRK-FS-EDERJMOV         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERMAST         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERLIM          PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERLHST         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERLHSN         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERESTR         PIC  X(002) VALUE SPACES.
           05  WRK-FS-CALENDAR         PIC  X(002) VALUE SPACES.
           05  WRK-MOTIVO-REJEICAO     PIC  X(003) VALUE SPACES.
           05  WRK-FLAG-MOVTO-ACEITO   PIC  X(001) VALUE SPACES.
               88  WRK-MOVTO-ACEITO                VALUE 'S'.
           'C:\Users\e3084\Desktop\SPARK\Cobol\EDER0001\EDERMAST.dat'.
           05  WRK-PATH-EDERLIM         PIC  X(100) VALUE
           'C:\Users\e3084\Desktop\SPARK\Cobol\EDER0001\EDERLIM.dat'.
           05  WRK-PATH-EDERLHST        PIC  X(100) VALUE
           'C:\Users\e3084\Desktop\SPARK\Cobol\EDER0001\EDERLHST.dat'.
           05  WRK-PATH-EDERLHSN        PIC  X(100) VALUE
           'C:\Users\e3084\Desktop\SPARK\Cobol\EDER0001\EDERLHSN.dat'.
           05  WRK-PATH-EDERESTR        PIC  X(100) VALUE
           'C:\Users\e3084\Desktop\SPARK\Cobol\EDER0001\EDERESTR.dat'.
           05  WRK-PATH-CALENDAR        PIC  X(100) VALUE
           'C:\Users\e3084\Desktop\SPARK\Cobol\EDER0001\CALENDAR.dat'.
           05  WRK-ENV-VALOR            PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
       01  WRK-TAB-MOVTO-DIA.
           05  WRK-QTD-MOVTO-DIA       PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-MOVTO-DIA-ITEM  OCCURS 500 TIMES.
               10  WRK-DIA-MOVIMENTO   PIC  X(038).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-MOVTO-DIA.
           05  WRK-IDX-MOVTO           PIC  9(004) COMP VALUE ZERO.
           05  WRK-DIA-CHAVE.
               10  WRK-DIA-CONTA       PIC  X(004) VALUE LOW-VALUES.
               10  WRK-DIA-DATA        PIC  X(010) VALUE LOW-VALUES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS ESTORNOS DA CARGA ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-ESTORNO.
           05  WRK-QTD-ESTORNO         PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-ESTORNO-ITEM    OCCURS 500 TIMES.
               10  WRK-EST-CONTA       PIC  9(004).
               10  WRK-EST-DATA-ORIGINAL
                                       PIC  X(010).
               10  WRK-EST-TIPO-ORIGINAL
                                       PIC  X(001).
               10  WRK-EST-VALOR       PIC  9(009)V9(002).
               10  WRK-EST-DATA-ESTORNO
                                       PIC  X(010).
               10  WRK-EST-SITUACAO    PIC  X(001).
                   88  WRK-EST-PENDENTE            VALUE 'P'.
                   88  WRK-EST-VALIDO              VALUE 'V'.
                   88  WRK-EST-SEM-ORIGINAL        VALUE 'N'.
                   88  WRK-EST-JA-ESTORNADO        VALUE 'D'.
                   88  WRK-EST-INVALIDO            VALUE 'I'.
               10  WRK-EST-FLAG-NA-CARGA
                                       PIC  X(001).
                   88  WRK-EST-ORIGINAL-NA-CARGA   VALUE 'S'.
               10  WRK-EST-FLAG-MARCADO
                                       PIC  X(001).
                   88  WRK-EST-ORIGINAL-MARCADO    VALUE 'S'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-ESTORNO.
           05  WRK-IDX-ESTORNO         PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-ESTORNO         PIC  9(004) COMP VALUE ZERO.
           05  WRK-SEQ-ESTORNO         PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-ESTORNO  PIC  X(001) VALUE SPACES.
               88  WRK-ESTORNO-ACHOU               VALUE 'S'.
           05  WRK-FLAG-MOVTO-ESTORNADO
                                       PIC  X(001) VALUE SPACES.
               88  WRK-MOVTO-ESTORNADO             VALUE 'S'.
           05  WRK-FLAG-FIM-LHST       PIC  X(001) VALUE SPACES.
               88  WRK-LHST-ESGOTADO               VALUE 'S'.
           05  WRK-EST-CHAVE-PROC.
               10  WRK-EST-PROC-CONTA  PIC  9(004) VALUE ZEROS.
               10  WRK-EST-PROC-DATA   PIC  X(010) VALUE SPACES.
               10  WRK-EST-PROC-TIPO   PIC  X(001) VALUE SPACES.
               10  WRK-EST-PROC-VALOR  PIC  9(009)V9(002) VALUE ZEROS.
           05  WRK-EST-DATA-NUM        PIC  9(008) VALUE ZEROS.
           05  WRK-EST-TOT-DIA         PIC  9(013)V9(002)
                                                   COMP-3 VALUE ZERO.
           05  WRK-MARCA-ESTORNO       PIC  X(014) VALUE SPACES.
           05  WRK-MARCA-CSV           PIC  X(009) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA SELECAO DE PERIODO DO EXTRATO ***'.
           05  WRK-FCH-FLAG-TEM-MES    PIC  X(001) VALUE SPACES.
               88  WRK-FCH-TEM-MES                 VALUE 'S'.
           05  WRK-FCH-DIAS            PIC  9(003) VALUE ZEROS.
           05  WRK-FCH-DIA-FIM         PIC  9(002) VALUE ZEROS.
           05  WRK-FCH-IDX-DIA         PIC  9(002) VALUE ZEROS.
           05  WRK-FCH-QTD-DIA-CAL     PIC  9(002) VALUE ZEROS.
           05  WRK-FCH-DIAS-MES.
               10  WRK-FCH-TAB-DIA     OCCURS 31 TIMES.
                   15  WRK-FCH-TIPO-DIA PIC X(001).
           05  WRK-FLAG-BASE-JUROS     PIC  X(001) VALUE 'C'.
               88  WRK-BASE-DIAS-CORRIDOS          VALUE 'C'.
               88  WRK-BASE-DIAS-UTEIS             VALUE 'U'.
           05  WRK-FCH-JUROS-CONTA     PIC  9(011)V9(002)
                                                   COMP-3 VALUE ZERO.
           05  WRK-FCH-DATA-LANC       PIC  X(010) VALUE SPACES.
           05  WRK-SALDO-MINIMO        PIC S9(013)V9(002)
                                                   COMP-3 VALUE ZERO.
           05  ACU-REG-LIMITE-EXCED    PIC  9(009) COMP-3 VALUE ZEROS.
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
           05  WRK-CAL-DATA-PROC       PIC  9(008) VALUE ZEROS.
           05  WRK-CAL-DATA-UTIL       PIC  9(008) VALUE ZEROS.
           05  WRK-CAL-DATA-AUX        PIC  9(008) VALUE ZEROS.
           05  WRK-CAL-DATA-AUX-RDF    REDEFINES   WRK-CAL-DATA-AUX.
               10  WRK-CAL-AUX-ANOMES  PIC  9(006).
               10  WRK-CAL-AUX-DIA     PIC  9(002).
           05  WRK-CAL-DATA-LIDA       PIC  9(008) VALUE ZEROS.
           05  WRK-CAL-DATA-LIDA-RDF   REDEFINES   WRK-CAL-DATA-LIDA.
               10  WRK-CAL-LIDA-ANO    PIC  9(004).
               10  WRK-CAL-LIDA-MESDIA PIC  9(004).
           05  WRK-CAL-ANO-REF         PIC  9(004) VALUE ZEROS.
           05  WRK-CAL-ANO-MIN         PIC  9(004) VALUE ZEROS.
           05  WRK-CAL-ANO-MAX         PIC  9(004) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA TRATAMENTO DE DATAS ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-EDERMST.
           COPY EDERMSTC.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO CALENDARIO ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-CALEND.
           COPY CALENDCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO LOG DE EXCECAO/ABEND (ERRLOG) ***'.
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 8000-GRAVAR-RUNCTL-INICIO.
           PERFORM 1015-CARREGAR-CONTAS.
           PERFORM 1110-CARREGAR-CALENDAR.
           PERFORM 1500-CARREGAR-ESTORNOS.
           PERFORM 1010-ABRIR-SALDO-ANTERIOR.
      *
           OPEN INPUT EDERARQE.
           PERFORM 1080-TESTAR-FS-EDERDUP.
           PERFORM 1090-TESTAR-FS-EDERLEDG.
           PERFORM 1095-TESTAR-FS-EDERLIM.
      *
           IF NOT WRK-MODO-PERIODO
               OPEN EXTEND EDERESTR
               IF (WRK-FS-EDERESTR     EQUAL '35' OR '05')
                   OPEN OUTPUT EDERESTR
               END-IF
               PERFORM 1097-TESTAR-FS-EDERESTR
           END-IF.
      *
           IF WRK-GERAR-CSV
               OPEN OUTPUT EDERCSV
               PERFORM 1050-TESTAR-FS-EDERCSV
               MOVE 'CONTA;DATA;TIPO;VALOR;SITUACAO'
                                       TO WRK-LINHA-CSV
               PERFORM 1060-GRAVAR-LINHA-CSV
           END-IF.
      *
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERLIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERLHST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERLHST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERLHSN_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERLHSN
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERESTR_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERESTR
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CALENDAR_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CALENDAR
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                   MOVE WRK-TARIFA-NUM TO WRK-TARIFA-MENSAL
               END-IF
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                                           'EDER0001_BASE_JUROS'.
           IF (WRK-ENV-VALOR(1:1)      EQUAL 'U')
               MOVE 'U'                TO WRK-FLAG-BASE-JUROS
           END-IF.
      *
      *----------------------------------------------------------------*
       1005-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
       1095-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA TESTAR O FILE STATUS DO REGISTRO DE ESTORNOS    *
      *----------------------------------------------------------------*
       1097-TESTAR-FS-EDERESTR         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERESTR         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*       ERRO DE E/S NO ARQUIVO       *'
               DISPLAY '*              EDERESTR              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERESTR
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERESTR'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERESTR    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1097-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA TESTAR O FILE STATUS DO RAZAO ACUMULADO (O      *
      *    ARQUIVO E OPCIONAL - FS 35 NAO E ERRO)                      *
      *----------------------------------------------------------------*
       1098-TESTAR-FS-EDERLHST         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERLHST         NOT EQUAL '00' AND '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*       ERRO DE E/S NO ARQUIVO       *'
               DISPLAY '*              EDERLHST              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERLHST
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERLHST'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERLHST    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1098-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERLHSN          *
      *----------------------------------------------------------------*
       1099-TESTAR-FS-EDERLHSN         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERLHSN         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*       ERRO DE E/S NO ARQUIVO       *'
               DISPLAY '*              EDERLHSN              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERLHSN
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERLHSN'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERLHSN    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1099-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA O CADASTRO MESTRE DE        *
      *    CONTAS (EDERMAST), USADO PARA VALIDAR OS LANCAMENTOS, O     *
      *    LIMITE DO CHEQUE ESPECIAL E O NOME DO TITULAR. SE O         *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR OS DIAS DO CALENDARIO (REGISTROS       *
      *    NACIONAIS: UTIL, FIM DE SEMANA E FERIADO NACIONAL) NA       *
      *    TABELA. OS FERIADOS LOCAIS NAO SE APLICAM A CONTA, QUE NAO  *
      *    TEM UF. SEM O CALENDAR AS DATAS FICAM INALTERADAS. SO SAO   *
      *    CARREGADOS OS DIAS DO ANO DE REFERENCIA (ANO CORRENTE OU O  *
      *    DO MES DO FECHAMENTO) - 1 A + 1.                            *
      *----------------------------------------------------------------*
       1110-CARREGAR-CALENDAR          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-CALEND.
      *
           IF (WRK-CAL-ANO-REF         EQUAL ZEROS)
               ACCEPT WRK-CAL-DATA-LIDA FROM DATE YYYYMMDD
               MOVE WRK-CAL-LIDA-ANO   TO WRK-CAL-ANO-REF
           END-IF.
      *
           COMPUTE WRK-CAL-ANO-MIN     = WRK-CAL-ANO-REF - 1.
           COMPUTE WRK-CAL-ANO-MAX     = WRK-CAL-ANO-REF + 1.
      *
           OPEN INPUT CALENDAR.
      *
           IF (WRK-FS-CALENDAR         EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': CALENDAR AUSENTE - '
                       'DATAS SEM AJUSTE DE DIA UTIL ***'
           ELSE
               PERFORM 1111-TESTAR-FS-CALENDAR
               SET WRK-TEM-CALENDAR    TO TRUE
               PERFORM 1112-LER-CALENDAR
                   UNTIL WRK-FS-CALENDAR EQUAL '10'
               CLOSE CALENDAR
           END-IF.
      *
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO CALENDAR. O FS    *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO.                      *
      *----------------------------------------------------------------*
       1111-TESTAR-FS-CALENDAR         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-CALENDAR         NOT EQUAL '00') AND
              (WRK-FS-CALENDAR         NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*       ERRO DE E/S NO ARQUIVO       *'
               DISPLAY '*              CALENDAR              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-CALENDAR
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'CALENDAR'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-CALENDAR  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1111-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO CALENDAR E CARREGAR NA       *
      *    TABELA OS REGISTROS NACIONAIS DENTRO DA FAIXA DE ANOS       *
      *----------------------------------------------------------------*
       1112-LER-CALENDAR               SECTION.
      *----------------------------------------------------------------*
      *
           READ CALENDAR               INTO WRK-AREA-CALEND.
      *
           IF (WRK-FS-CALENDAR         EQUAL '10')
               GO TO 1112-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1111-TESTAR-FS-CALENDAR.
      *
           IF CALENDCP-FERIADO-LOCAL
               GO TO 1112-99-FIM
           END-IF.
      *
           MOVE CALENDCP-DATA          TO WRK-CAL-DATA-LIDA.
      *
           IF (WRK-CAL-LIDA-ANO        LESS THAN WRK-CAL-ANO-MIN) OR
              (WRK-CAL-LIDA-ANO        GREATER THAN WRK-CAL-ANO-MAX)
               GO TO 1112-99-FIM
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
       1112-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER O DIA UTIL DE LANCAMENTO (AAAAMMDD) DA    *
      *    DATA EM WRK-CAL-DATA-PROC: A PROPRIA DATA SE FOR UTIL,      *
      *    SENAO O PROXIMO DIA UTIL DO CALENDARIO. DATA FORA DO        *
      *    CALENDARIO FICA INALTERADA.                                 *
      *----------------------------------------------------------------*
       1115-OBTER-DIA-UTIL             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CAL-DATA-PROC      TO WRK-CAL-DATA-UTIL.
      *
           IF NOT WRK-TEM-CALENDAR
               GO TO 1115-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-DIA-CALEND
                                          WRK-FLAG-FIM-CALEND.
      *
           PERFORM 1116-PROCURAR-DIA-UTIL
               VARYING WRK-IDX-CALEND  FROM 1 BY 1
               UNTIL   WRK-IDX-CALEND GREATER THAN WRK-QTD-CALEND
                    OR WRK-FIM-BUSCA-CALEND.
      *
      *----------------------------------------------------------------*
       1115-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFERIR UM DIA DA TABELA DO CALENDARIO A       *
      *    PARTIR DA DATA PROCURADA, ATE O PRIMEIRO DIA UTIL           *
      *----------------------------------------------------------------*
       1116-PROCURAR-DIA-UTIL          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-CAL-DATA(WRK-IDX-CALEND) LESS THAN WRK-CAL-DATA-PROC)
               GO TO 1116-99-FIM
           END-IF.
      *
           IF (WRK-CAL-DATA(WRK-IDX-CALEND) GREATER THAN
                                       WRK-CAL-DATA-PROC) AND
              (NOT WRK-DIA-NO-CALEND)
               SET WRK-FIM-BUSCA-CALEND TO TRUE
               GO TO 1116-99-FIM
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
       1116-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR SE EXISTEM REGISTROS NO ARQUIVO.      *
      *----------------------------------------------------------------*
       1200-VERIFICAR-VAZIO            SECTION.
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1100-TESTAR-FS-EDERARQE
               ADD  1                  TO ACU-REG-LIDOS
               MOVE SPACES             TO WRK-FLAG-MOVTO-ESTORNADO
               IF (EDERWCPY-E-ORIGEM   EQUAL 'E')
                   ADD  1              TO WRK-SEQ-ESTORNO
               END-IF
               PERFORM 1320-VALIDAR-MOVIMENTO
               IF WRK-MOVTO-ACEITO
                   PERFORM 1350-VERIFICAR-ESTORNO
               END-IF
               IF WRK-MOVTO-ACEITO
                   PERFORM 1335-VERIFICAR-SEQ-DATA
                   PERFORM 1340-VERIFICAR-DUPLICIDADE
                   PERFORM 1332-AJUSTAR-DIA-UTIL
               ELSE
                   MOVE WRK-MOTIVO-REJEICAO TO FD-REJ-MOTIVO
                   MOVE EDERWCPY-REGISTRO   TO FD-REJ-REGISTRO
      *----------------------------------------------------------------*
       1330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LANCAR NO PROXIMO DIA UTIL O MOVIMENTO ACEITO   *
      *    COM DATA EM FIM DE SEMANA OU FERIADO NACIONAL. A DATA       *
      *    INFORMADA JA FOI USADA NA DUPLICIDADE E NO REGISTRO DE      *
      *    ESTORNOS (EDERESTR).                                        *
      *----------------------------------------------------------------*
       1332-AJUSTAR-DIA-UTIL           SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-TEM-CALENDAR
               GO TO 1332-99-FIM
           END-IF.
      *
           MOVE EDERWCPY-E-DATA-MOVIMENTACAO TO WRK-DATA-X10.
           COMPUTE WRK-CAL-DATA-PROC =
               WRK-DATA-ANO * 10000
             + WRK-DATA-MES * 100
             + WRK-DATA-DIA.
      *
           PERFORM 1115-OBTER-DIA-UTIL.
      *
           IF (WRK-CAL-DATA-UTIL       NOT EQUAL WRK-CAL-DATA-PROC)
               MOVE WRK-CAL-DATA-UTIL  TO WRK-CAL-DATA-AUX
               MOVE SPACES             TO EDERWCPY-E-DATA-MOVIMENTACAO
               STRING WRK-CAL-DATA-AUX(1:4) '-'
                      WRK-CAL-DATA-AUX(5:2) '-'
                      WRK-CAL-DATA-AUX(7:2)
                                       DELIMITED BY SIZE
                      INTO EDERWCPY-E-DATA-MOVIMENTACAO
               ADD  1                  TO ACU-REG-ADIADOS
           END-IF.
      *
      *----------------------------------------------------------------*
       1332-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR A CLASSIFICACAO POR DATA DENTRO DA    *
      *    CONTA: DATA DE MOVIMENTO RETROCEDENDO NA MESMA CONTA        *
      *    INVALIDA O RAZAO DIARIO E O AGRUPAMENTO DE DUPLICIDADE, E   *
      *----------------------------------------------------------------*
       1340-VERIFICAR-DUPLICIDADE      SECTION.
      *----------------------------------------------------------------*
      *
      *    O PAR ESTORNADO (ORIGINAL E ESTORNO) E UMA CORRECAO E NAO
      *    ENTRA NA SUSPEITA DE DUPLICIDADE
      *
           IF WRK-MOVTO-ESTORNADO
               GO TO 1340-99-FIM
           END-IF.
      *
           IF (EDERWCPY-E-CONTA        NOT EQUAL WRK-DIA-CONTA) OR
              (EDERWCPY-E-DATA-MOVIMENTACAO NOT EQUAL WRK-DIA-DATA)
      *----------------------------------------------------------------*
       1345-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA TRATAR O ESTORNO NO MOVIMENTO ACEITO: O ESTORNO *
      *    ('E') SEGUE A SITUACAO APURADA NA PRE-LEITURA (SEM ORIGINAL *
      *    = EST, ORIGINAL JA ESTORNADO = EJE) E, SE ACEITO, ENTRA NO  *
      *    REGISTRO DE ESTORNOS (EDERESTR); O LANCAMENTO DA PROPRIA    *
      *    CARGA QUE FOI ESTORNADO E MARCADO PARA O EXTRATO.           *
      *----------------------------------------------------------------*
       1350-VERIFICAR-ESTORNO          SECTION.
      *----------------------------------------------------------------*
      *
           IF (EDERWCPY-E-ORIGEM       EQUAL 'E')
               EVALUATE TRUE
                   WHEN (WRK-SEQ-ESTORNO GREATER THAN WRK-QTD-ESTORNO)
                       MOVE 'EST'      TO WRK-MOTIVO-REJEICAO
                   WHEN WRK-EST-VALIDO(WRK-SEQ-ESTORNO)
                       SET WRK-MOVTO-ESTORNADO TO TRUE
                       ADD  1          TO ACU-REG-ESTORNOS
                       IF NOT WRK-MODO-PERIODO
                           WRITE FD-REG-EDERESTR FROM EDERWCPY-REGISTRO
                           PERFORM 1097-TESTAR-FS-EDERESTR
                       END-IF
                   WHEN WRK-EST-JA-ESTORNADO(WRK-SEQ-ESTORNO)
                       MOVE 'EJE'      TO WRK-MOTIVO-REJEICAO
                   WHEN OTHER
                       MOVE 'EST'      TO WRK-MOTIVO-REJEICAO
               END-EVALUATE
           ELSE
               IF (WRK-QTD-ESTORNO     GREATER THAN ZERO)
                   PERFORM 1355-MARCAR-ORIGINAL
               END-IF
           END-IF.
      *
           IF (WRK-MOTIVO-REJEICAO     NOT EQUAL SPACES)
               MOVE SPACES             TO WRK-FLAG-MOVTO-ACEITO
           END-IF.
      *
      *----------------------------------------------------------------*
       1350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR SE O MOVIMENTO ACEITO E O ORIGINAL,   *
      *    NA PROPRIA CARGA, DE UM ESTORNO VALIDO AINDA NAO MARCADO    *
      *----------------------------------------------------------------*
       1355-MARCAR-ORIGINAL            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE EDERWCPY-E-CONTA       TO WRK-EST-PROC-CONTA.
           MOVE EDERWCPY-E-DATA-MOVIMENTACAO
                                       TO WRK-EST-PROC-DATA.
           MOVE EDERWCPY-E-TIPO-MOVIMENTACAO
                                       TO WRK-EST-PROC-TIPO.
           MOVE EDERWCPY-E-VALOR-MOVIMENTACAO
                                       TO WRK-EST-PROC-VALOR.
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-ESTORNO.
      *
           PERFORM 1356-COMPARAR-ORIGINAL
               VARYING WRK-IDX-ESTORNO FROM 1 BY 1
               UNTIL   WRK-IDX-ESTORNO GREATER THAN WRK-QTD-ESTORNO
                    OR WRK-ESTORNO-ACHOU.
      *
      *----------------------------------------------------------------*
       1355-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR O MOVIMENTO ATUAL COM O ORIGINAL DE UM *
      *    ESTORNO VALIDO LOCALIZADO NA PROPRIA CARGA                  *
      *----------------------------------------------------------------*
       1356-COMPARAR-ORIGINAL          SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-EST-VALIDO(WRK-IDX-ESTORNO)                    AND
              WRK-EST-ORIGINAL-NA-CARGA(WRK-IDX-ESTORNO)         AND
              NOT WRK-EST-ORIGINAL-MARCADO(WRK-IDX-ESTORNO)      AND
              (WRK-EST-CONTA(WRK-IDX-ESTORNO)
                                       EQUAL WRK-EST-PROC-CONTA) AND
              (WRK-EST-DATA-ORIGINAL(WRK-IDX-ESTORNO)
                                       EQUAL WRK-EST-PROC-DATA)  AND
              (WRK-EST-TIPO-ORIGINAL(WRK-IDX-ESTORNO)
                                       EQUAL WRK-EST-PROC-TIPO)  AND
              (WRK-EST-VALOR(WRK-IDX-ESTORNO)
                                       EQUAL WRK-EST-PROC-VALOR)
               SET WRK-ESTORNO-ACHOU   TO TRUE
               SET WRK-MOVTO-ESTORNADO TO TRUE
               MOVE 'S'                TO
                             WRK-EST-FLAG-MARCADO(WRK-IDX-ESTORNO)
           END-IF.
      *
      *----------------------------------------------------------------*
       1356-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    PRE-LEITURA DO EDERARQE PARA APURAR A SITUACAO DE CADA      *
      *    ESTORNO DA CARGA ANTES DO EXTRATO: CARREGA OS ESTORNOS NA   *
      *    TABELA, DESCARTA OS JA EFETUADOS (EDERESTR), PROCURA O      *
      *    ORIGINAL NO RAZAO ACUMULADO (EDERLHST) E, NAO ACHANDO, NOS  *
      *    LANCAMENTOS DA PROPRIA CARGA. O ESTORNO QUE CONTINUAR SEM   *
      *    ORIGINAL SERA REJEITADO NA LEITURA DO PROCESSAMENTO.        *
      *----------------------------------------------------------------*
       1500-CARREGAR-ESTORNOS          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-ESTORNO
                                          WRK-SEQ-ESTORNO.
      *
           OPEN INPUT EDERARQE.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1100-TESTAR-FS-EDERARQE.
      *
           PERFORM 1510-LER-ESTORNO-CARGA
               UNTIL WRK-FS-EDERARQE   EQUAL '10'.
      *
           CLOSE EDERARQE.
      *
           IF (WRK-QTD-ESTORNO         GREATER THAN ZERO)
               PERFORM 1550-VERIFICAR-REGISTRO-ESTR
               PERFORM 1600-VERIFICAR-RAZAO-HIST
               PERFORM 1650-VERIFICAR-ORIGINAL-CARGA
               PERFORM 1690-CONCLUIR-ESTORNO
                   VARYING WRK-IDX-ESTORNO FROM 1 BY 1
                   UNTIL   WRK-IDX-ESTORNO GREATER THAN WRK-QTD-ESTORNO
           END-IF.
      *
      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO NA PRE-LEITURA E, SE FOR UM     *
      *    ESTORNO, CARREGA-LO NA TABELA: MOVIMENTO INVALIDO FICA 'I'  *
      *    (REJEITADO PELA VALIDACAO NORMAL), IDENTIFICACAO DO         *
      *    ORIGINAL INVALIDA FICA 'N', SEGUNDO ESTORNO DO MESMO        *
      *    ORIGINAL NA CARGA FICA 'D' E OS DEMAIS FICAM PENDENTES.     *
      *----------------------------------------------------------------*
       1510-LER-ESTORNO-CARGA          SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERARQE               INTO WRK-AREA-EDERWCPY.
      *
           IF (WRK-FS-EDERARQE         EQUAL '10')
               GO TO 1510-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1100-TESTAR-FS-EDERARQE.
      *
           IF (EDERWCPY-E-ORIGEM       NOT EQUAL 'E')
               GO TO 1510-99-FIM
           END-IF.
      *
           IF (WRK-QTD-ESTORNO         NOT LESS THAN 500)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DE ESTORNOS CHEIA          *'
               DISPLAY '*  LIMITE DE 500 ESTORNOS POR CARGA  *'
               DISPLAY '*  EXCEDIDO - PROCESSAMENTO ABORTADO *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-ESTORNO.
           MOVE SPACES                 TO
                          WRK-TAB-ESTORNO-ITEM(WRK-QTD-ESTORNO).
           SET WRK-EST-INVALIDO(WRK-QTD-ESTORNO) TO TRUE.
      *
           PERFORM 1320-VALIDAR-MOVIMENTO.
      *
           IF NOT WRK-MOVTO-ACEITO
               GO TO 1510-99-FIM
           END-IF.
      *
           MOVE EDERWCPY-E-CONTA       TO
                          WRK-EST-CONTA(WRK-QTD-ESTORNO).
           MOVE EDERWCPY-E-DATA-ORIGINAL TO
                          WRK-EST-DATA-ORIGINAL(WRK-QTD-ESTORNO).
           MOVE EDERWCPY-E-TIPO-ORIGINAL TO
                          WRK-EST-TIPO-ORIGINAL(WRK-QTD-ESTORNO).
           MOVE EDERWCPY-E-VALOR-MOVIMENTACAO TO
                          WRK-EST-VALOR(WRK-QTD-ESTORNO).
           MOVE EDERWCPY-E-DATA-MOVIMENTACAO TO
                          WRK-EST-DATA-ESTORNO(WRK-QTD-ESTORNO).
           SET WRK-EST-SEM-ORIGINAL(WRK-QTD-ESTORNO) TO TRUE.
      *
           PERFORM 1515-VALIDAR-ORIGINAL.
      *
           IF (WRK-MOTIVO-REJEICAO     NOT EQUAL SPACES)
               GO TO 1510-99-FIM
           END-IF.
      *
           MOVE EDERWCPY-E-CONTA       TO WRK-EST-PROC-CONTA.
           MOVE EDERWCPY-E-DATA-ORIGINAL TO WRK-EST-PROC-DATA.
           MOVE EDERWCPY-E-TIPO-ORIGINAL TO WRK-EST-PROC-TIPO.
           MOVE EDERWCPY-E-VALOR-MOVIMENTACAO
                                       TO WRK-EST-PROC-VALOR.
           PERFORM 1520-PROCURAR-ESTORNO.
      *
           IF WRK-ESTORNO-ACHOU
               SET WRK-EST-JA-ESTORNADO(WRK-QTD-ESTORNO) TO TRUE
           ELSE
               SET WRK-EST-PENDENTE(WRK-QTD-ESTORNO) TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       1510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR A IDENTIFICACAO DO ORIGINAL NO ESTORNO: *
      *    TIPO ORIGINAL 'D'/'C' OPOSTO AO DO ESTORNO E DATA ORIGINAL  *
      *    AAAA-MM-DD NAO POSTERIOR A DATA DO ESTORNO                  *
      *----------------------------------------------------------------*
       1515-VALIDAR-ORIGINAL           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-MOTIVO-REJEICAO.
      *
           EVALUATE TRUE
               WHEN (EDERWCPY-E-TIPO-ORIGINAL NOT EQUAL 'D') AND
                    (EDERWCPY-E-TIPO-ORIGINAL NOT EQUAL 'C')
                   MOVE 'EST'          TO WRK-MOTIVO-REJEICAO
               WHEN (EDERWCPY-E-TIPO-ORIGINAL EQUAL
                                       EDERWCPY-E-TIPO-MOVIMENTACAO)
                   MOVE 'EST'          TO WRK-MOTIVO-REJEICAO
               WHEN (EDERWCPY-E-DATA-ORIGINAL(1:4) NOT NUMERIC) OR
                    (EDERWCPY-E-DATA-ORIGINAL(5:1) NOT EQUAL '-') OR
                    (EDERWCPY-E-DATA-ORIGINAL(6:2) NOT NUMERIC) OR
                    (EDERWCPY-E-DATA-ORIGINAL(8:1) NOT EQUAL '-') OR
                    (EDERWCPY-E-DATA-ORIGINAL(9:2) NOT NUMERIC)
                   MOVE 'EST'          TO WRK-MOTIVO-REJEICAO
               WHEN (EDERWCPY-E-DATA-ORIGINAL GREATER THAN
                                       EDERWCPY-E-DATA-MOVIMENTACAO)
                   MOVE 'EST'          TO WRK-MOTIVO-REJEICAO
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       1515-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR NA TABELA UM ESTORNO PENDENTE COM A    *
      *    CHAVE DO ORIGINAL EM WRK-EST-CHAVE-PROC (CONTA, DATA, TIPO  *
      *    E VALOR). A POSICAO FICA EM WRK-POS-ESTORNO.                *
      *----------------------------------------------------------------*
       1520-PROCURAR-ESTORNO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-ESTORNO.
           MOVE ZERO                   TO WRK-POS-ESTORNO.
      *
           PERFORM 1525-COMPARAR-ESTORNO
               VARYING WRK-IDX-ESTORNO FROM 1 BY 1
               UNTIL   WRK-IDX-ESTORNO GREATER THAN WRK-QTD-ESTORNO
                    OR WRK-ESTORNO-ACHOU.
      *
      *----------------------------------------------------------------*
       1520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE ESTORNOS COM A    *
      *    CHAVE PROCURADA                                             *
      *----------------------------------------------------------------*
       1525-COMPARAR-ESTORNO           SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-EST-PENDENTE(WRK-IDX-ESTORNO)                  AND
              (WRK-EST-CONTA(WRK-IDX-ESTORNO)
                                       EQUAL WRK-EST-PROC-CONTA) AND
              (WRK-EST-DATA-ORIGINAL(WRK-IDX-ESTORNO)
                                       EQUAL WRK-EST-PROC-DATA)  AND
              (WRK-EST-TIPO-ORIGINAL(WRK-IDX-ESTORNO)
                                       EQUAL WRK-EST-PROC-TIPO)  AND
              (WRK-EST-VALOR(WRK-IDX-ESTORNO)
                                       EQUAL WRK-EST-PROC-VALOR)
               SET WRK-ESTORNO-ACHOU   TO TRUE
               MOVE WRK-IDX-ESTORNO    TO WRK-POS-ESTORNO
           END-IF.
      *
      *----------------------------------------------------------------*
       1525-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA DESCARTAR OS ESTORNOS DE ORIGINAL JA ESTORNADO  *
      *    EM EXECUCAO ANTERIOR (REGISTRO DE ESTORNOS EDERESTR). SEM   *
      *    O ARQUIVO (1A EXECUCAO) NENHUM ESTORNO E DESCARTADO.        *
      *----------------------------------------------------------------*
       1550-VERIFICAR-REGISTRO-ESTR    SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT EDERESTR.
      *
           IF (WRK-FS-EDERESTR         EQUAL '35')
               GO TO 1550-99-FIM
           END-IF.
      *
           PERFORM 1097-TESTAR-FS-EDERESTR.
      *
           PERFORM 1560-LER-REGISTRO-ESTR
               UNTIL WRK-FS-EDERESTR   EQUAL '10'.
      *
           CLOSE EDERESTR.
      *
      *----------------------------------------------------------------*
       1550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM ESTORNO JA EFETUADO E MARCAR COMO JA     *
      *    ESTORNADO O ESTORNO PENDENTE DO MESMO ORIGINAL              *
      *----------------------------------------------------------------*
       1560-LER-REGISTRO-ESTR          SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERESTR.
      *
           IF (WRK-FS-EDERESTR         EQUAL '10')
               GO TO 1560-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1097-TESTAR-FS-EDERESTR.
      *
           MOVE FD-ESR-CONTA           TO WRK-EST-PROC-CONTA.
           MOVE FD-ESR-DATA-ORIGINAL   TO WRK-EST-PROC-DATA.
           MOVE FD-ESR-TIPO-ORIGINAL   TO WRK-EST-PROC-TIPO.
           MOVE FD-ESR-VALOR           TO WRK-EST-PROC-VALOR.
           PERFORM 1520-PROCURAR-ESTORNO.
      *
           IF WRK-ESTORNO-ACHOU
               SET WRK-EST-JA-ESTORNADO(WRK-POS-ESTORNO) TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       1560-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR NO RAZAO ACUMULADO (EDERLHST) O        *
      *    ORIGINAL DE CADA ESTORNO PENDENTE: O DIA DA CONTA NA DATA   *
      *    ORIGINAL PRECISA TER TOTAL DO TIPO ORIGINAL QUE COMPORTE O  *
      *    VALOR ESTORNADO                                             *
      *----------------------------------------------------------------*
       1600-VERIFICAR-RAZAO-HIST       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT EDERLHST.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1098-TESTAR-FS-EDERLHST.
      *
           IF (WRK-FS-EDERLHST         EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': EDERLHST AUSENTE - '
                       'ESTORNO SO DE LANCAMENTO DA CARGA ***'
               GO TO 1600-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-LHST.
      *
           PERFORM 1605-LER-RAZAO-HIST
               UNTIL WRK-LHST-ESGOTADO.
      *
           CLOSE EDERLHST.
      *
      *----------------------------------------------------------------*
       1600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM DIA DO RAZAO ACUMULADO E CONFRONTA-LO    *
      *    COM TODOS OS ESTORNOS PENDENTES                             *
      *----------------------------------------------------------------*
       1605-LER-RAZAO-HIST             SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERLHST.
      *
           IF (WRK-FS-EDERLHST         EQUAL '10')
               SET WRK-LHST-ESGOTADO   TO TRUE
               GO TO 1605-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1098-TESTAR-FS-EDERLHST.
      *
           PERFORM 1610-COMPARAR-RAZAO
               VARYING WRK-IDX-ESTORNO FROM 1 BY 1
               UNTIL   WRK-IDX-ESTORNO GREATER THAN WRK-QTD-ESTORNO.
      *
      *----------------------------------------------------------------*
       1605-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR O DIA DO RAZAO ACUMULADO COM UM        *
      *    ESTORNO PENDENTE DA TABELA (O RAZAO GUARDA O DIA UTIL DE    *
      *    LANCAMENTO DO ORIGINAL)                                     *
      *----------------------------------------------------------------*
       1610-COMPARAR-RAZAO             SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-EST-PENDENTE(WRK-IDX-ESTORNO)
               GO TO 1610-99-FIM
           END-IF.
      *
           IF (WRK-EST-CONTA(WRK-IDX-ESTORNO)
                                       NOT EQUAL FD-LHS-CONTA)
               GO TO 1610-99-FIM
           END-IF.
      *
           MOVE WRK-EST-DATA-ORIGINAL(WRK-IDX-ESTORNO)
                                       TO WRK-DATA-X10.
           COMPUTE WRK-EST-DATA-NUM =
               WRK-DATA-ANO * 10000
             + WRK-DATA-MES * 100
             + WRK-DATA-DIA.
      *
           MOVE WRK-EST-DATA-NUM       TO WRK-CAL-DATA-PROC.
           PERFORM 1115-OBTER-DIA-UTIL.
           MOVE WRK-CAL-DATA-UTIL      TO WRK-EST-DATA-NUM.
      *
           IF (WRK-EST-DATA-NUM        NOT EQUAL FD-LHS-DATA)
               GO TO 1610-99-FIM
           END-IF.
      *
           IF (WRK-EST-TIPO-ORIGINAL(WRK-IDX-ESTORNO) EQUAL 'D')
               MOVE FD-LHS-TOT-DEBITO  TO WRK-EST-TOT-DIA
           ELSE
               MOVE FD-LHS-TOT-CREDITO TO WRK-EST-TOT-DIA
           END-IF.
      *
           IF (WRK-EST-TOT-DIA         NOT LESS THAN
                                   WRK-EST-VALOR(WRK-IDX-ESTORNO))
               SET WRK-EST-VALIDO(WRK-IDX-ESTORNO) TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       1610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR NOS LANCAMENTOS DA PROPRIA CARGA O     *
      *    ORIGINAL DOS ESTORNOS AINDA PENDENTES (SEGUNDA LEITURA DO   *
      *    EDERARQE). CADA LANCAMENTO ATENDE A UM SO ESTORNO.          *
      *----------------------------------------------------------------*
       1650-VERIFICAR-ORIGINAL-CARGA   SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT EDERARQE.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1100-TESTAR-FS-EDERARQE.
      *
           PERFORM 1660-LER-ORIGINAL-CARGA
               UNTIL WRK-FS-EDERARQE   EQUAL '10'.
      *
           CLOSE EDERARQE.
      *
      *----------------------------------------------------------------*
       1650-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM LANCAMENTO DA CARGA E, SE FOR VALIDO E   *
      *    CORRESPONDER A UM ESTORNO PENDENTE, VALIDAR O ESTORNO COM   *
      *    O ORIGINAL NA PROPRIA CARGA                                 *
      *----------------------------------------------------------------*
       1660-LER-ORIGINAL-CARGA         SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERARQE               INTO WRK-AREA-EDERWCPY.
      *
           IF (WRK-FS-EDERARQE         EQUAL '10')
               GO TO 1660-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1100-TESTAR-FS-EDERARQE.
      *
           IF (EDERWCPY-E-ORIGEM       EQUAL 'E')
               GO TO 1660-99-FIM
           END-IF.
      *
           PERFORM 1320-VALIDAR-MOVIMENTO.
      *
           IF NOT WRK-MOVTO-ACEITO
               GO TO 1660-99-FIM
           END-IF.
      *
           MOVE EDERWCPY-E-CONTA       TO WRK-EST-PROC-CONTA.
           MOVE EDERWCPY-E-DATA-MOVIMENTACAO
                                       TO WRK-EST-PROC-DATA.
           MOVE EDERWCPY-E-TIPO-MOVIMENTACAO
                                       TO WRK-EST-PROC-TIPO.
           MOVE EDERWCPY-E-VALOR-MOVIMENTACAO
                                       TO WRK-EST-PROC-VALOR.
           PERFORM 1520-PROCURAR-ESTORNO.
      *
           IF WRK-ESTORNO-ACHOU
               SET WRK-EST-VALIDO(WRK-POS-ESTORNO) TO TRUE
               MOVE 'S'                TO
                             WRK-EST-FLAG-NA-CARGA(WRK-POS-ESTORNO)
           END-IF.
      *
      *----------------------------------------------------------------*
       1660-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CONCLUIR A SITUACAO DE UM ESTORNO DA TABELA:    *
      *    O QUE CONTINUA PENDENTE NAO TEM ORIGINAL                    *
      *----------------------------------------------------------------*
       1690-CONCLUIR-ESTORNO           SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-EST-PENDENTE(WRK-IDX-ESTORNO)
               SET WRK-EST-SEM-ORIGINAL(WRK-IDX-ESTORNO) TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       1690-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSOS                                         *
      *----------------------------------------------------------------*
       1400-VERIFICA-QUEBRA-MES        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE EDERWCPY-E-DATA-MOVIMENTACAO
                                       TO WRK-DATA-X10.
      *
           IF  (WRK-DATA-MES           NOT EQUAL WRK-MES-ANTERIOR)
               PERFORM 2500-VERIFICAR-MES
               PERFORM 2600-IMPRIMI-QUEBRA-MES
               MOVE WRK-DATA-MES       TO WRK-MES-ANTERIOR
           END-IF.
      *
      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSOS                                         *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1250-VERIFICA-QUEBRA-CONTA.
           PERFORM 2020-CLASSIFICAR-PERIODO.
      *
           EVALUATE TRUE
               WHEN WRK-MOVTO-ANTES-PERIODO
                   PERFORM 2310-ACUMULAR-SALDO-ANTERIOR
               WHEN WRK-MOVTO-APOS-PERIODO
                   CONTINUE
               WHEN OTHER
                   PERFORM 2030-VERIFICA-QUEBRA-DIA
                   PERFORM 1400-VERIFICA-QUEBRA-MES
                   PERFORM 2200-GERAR-EXTRATO
                   PERFORM 2300-CALCULAR-EXTRATO
           END-EVALUATE.
      *
           PERFORM 1300-LER-EDERARQE.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CLASSIFICAR O MOVIMENTO EM RELACAO AO PERIODO   *
      *    DO EXTRATO: ANTES DO INICIO ('A'), DENTRO ('D') OU APOS O   *
      *    FIM ('P'). SEM PERIODO INFORMADO, OU COM DATA DE MOVIMENTO  *
      *    FORA DO FORMATO, O MOVIMENTO E TRATADO COMO DENTRO.         *
      *----------------------------------------------------------------*
       2020-CLASSIFICAR-PERIODO        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'D'                    TO WRK-SITUACAO-PERIODO.
      *
           IF NOT WRK-MODO-PERIODO
               CONTINUE
           ELSE
               MOVE EDERWCPY-E-DATA-MOVIMENTACAO TO WRK-DATA-X10
               IF (WRK-DATA-X10(1:4)   IS NUMERIC) AND
                  (WRK-DATA-X10(6:2)   IS NUMERIC) AND
                  (WRK-DATA-X10(9:2)   IS NUMERIC)
                   COMPUTE WRK-DATA-MOV-NUM =
                       WRK-DATA-ANO * 10000
                     + WRK-DATA-MES * 100
                     + WRK-DATA-DIA
                   EVALUATE TRUE
           ELSE
               MOVE SPACES             TO WRK-SINAL
           END-IF.
      *
           IF WRK-MOVTO-ESTORNADO
               MOVE ' ESTORNADO    '   TO WRK-MARCA-ESTORNO
               MOVE 'ESTORNADO'        TO WRK-MARCA-CSV
           ELSE
               MOVE SPACES             TO WRK-MARCA-ESTORNO
                                          WRK-MARCA-CSV
           END-IF.
      *
           DISPLAY '* ' EDERWCPY-E-DATA-MOVIMENTACAO '   '
           EDERWCPY-E-TIPO-MOVIMENTACAO WRK-MARCA-ESTORNO
           WRK-MASCARA ' ' WRK-SINAL ' *'.
      *
           MOVE SPACES                 TO WRK-LINHA-EXTRATO.
           STRING '* ' EDERWCPY-E-DATA-MOVIMENTACAO '   '
                  EDERWCPY-E-TIPO-MOVIMENTACAO WRK-MARCA-ESTORNO
                  WRK-MASCARA ' ' WRK-SINAL ' *' DELIMITED BY SIZE
                  INTO WRK-LINHA-EXTRATO.
           PERFORM 2050-GRAVAR-LINHA-EXTRATO.
               STRING EDERWCPY-E-CONTA ';'
                      EDERWCPY-E-DATA-MOVIMENTACAO ';'
                      EDERWCPY-E-TIPO-MOVIMENTACAO ';'
                      WRK-SINAL WRK-MASCARA ';'
                      WRK-MARCA-CSV DELIMITED BY SIZE
                      INTO WRK-LINHA-CSV
               PERFORM 1060-GRAVAR-LINHA-CSV
           END-IF.
      *----------------------------------------------------------------*
       2300-CALCULAR-EXTRATO           SECTION.
      *----------------------------------------------------------------*
      *
      *    O PAR ESTORNADO ENTRA NO SALDO E NO RAZAO DIARIO, CADA UM
      *    NA SUA DATA, MAS FICA FORA DOS SUBTOTAIS POR TIPO DO EXTRATO
      *
           IF (EDERWCPY-E-TIPO-MOVIMENTACAO EQUAL 'D')
               SUBTRACT EDERWCPY-E-VALOR-MOVIMENTACAO
                                       FROM ACU-VALORES
               IF NOT WRK-MOVTO-ESTORNADO
                   ADD EDERWCPY-E-VALOR-MOVIMENTACAO
                                       TO ACU-TOTAL-DEBITO
               END-IF
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO
                                       TO WRK-LDG-TOT-DEBITO
               PERFORM 2320-VERIFICAR-LIMITE
           ELSE
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO
                                       TO ACU-VALORES
               IF NOT WRK-MOVTO-ESTORNADO
                   ADD EDERWCPY-E-VALOR-MOVIMENTACAO
                                       TO ACU-TOTAL-CREDITO
               END-IF
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO
                                       TO WRK-LDG-TOT-CREDITO
           END-IF.
           PERFORM 1080-TESTAR-FS-EDERDUP.
           PERFORM 1090-TESTAR-FS-EDERLEDG.
           PERFORM 1095-TESTAR-FS-EDERLIM.
      *
           IF NOT WRK-MODO-PERIODO
               CLOSE EDERESTR
               PERFORM 1097-TESTAR-FS-EDERESTR
           END-IF.
      *
           PERFORM 3050-GRAVAR-SALDOS.
           PERFORM 3060-ACUMULAR-RAZAO-HIST.
           PERFORM 3100-EMITIR-ESTATISTICAS.
           PERFORM 3200-TERMINAR-PROCESSO.
      *
      *----------------------------------------------------------------*
       3055-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ACUMULAR O RAZAO DIARIO DESTA EXECUCAO          *
      *    (EDERLEDG) NO RAZAO ACUMULADO (EDERLHST): LEITURA CASADA    *
      *    POR CONTA E DATA DOS DOIS ARQUIVOS, COM GRAVACAO NO         *
      *    EDERLHSN E COPIA DE VOLTA PARA O EDERLHST. SEM O EDERLHST   *
      *    (1A EXECUCAO) O ACUMULADO NASCE DO PROPRIO EDERLEDG. NO     *
      *    MODO PERIODO (SOMENTE RELATORIO) NADA E ATUALIZADO.         *
      *----------------------------------------------------------------*
       3060-ACUMULAR-RAZAO-HIST        SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-MODO-PERIODO
               DISPLAY '*** ' WRK-PROGRAMA ': MODO PERIODO - '
                       'EDERLHST NAO ATUALIZADO ***'
               GO TO 3060-99-FIM
           END-IF.
      *
           OPEN INPUT EDERLEDG.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1090-TESTAR-FS-EDERLEDG.
      *
           MOVE SPACES                 TO WRK-FLAG-TEM-LHST.
           OPEN INPUT EDERLHST.
           PERFORM 1098-TESTAR-FS-EDERLHST.
      *
           IF (WRK-FS-EDERLHST         EQUAL '35')
               MOVE HIGH-VALUES        TO WRK-HST-CHAVE-ACUM
           ELSE
               SET WRK-TEM-LHST        TO TRUE
               PERFORM 3061-LER-RAZAO-ACUM
           END-IF.
      *
           PERFORM 3062-LER-RAZAO-DIA.
      *
           OPEN OUTPUT EDERLHSN.
           PERFORM 1099-TESTAR-FS-EDERLHSN.
      *
           PERFORM 3063-CASAR-RAZAO
               UNTIL (WRK-HST-CHAVE-ACUM EQUAL HIGH-VALUES) AND
                     (WRK-HST-CHAVE-DIA  EQUAL HIGH-VALUES).
      *
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           CLOSE EDERLEDG.
           PERFORM 1090-TESTAR-FS-EDERLEDG.
           IF WRK-TEM-LHST
               CLOSE EDERLHST
               PERFORM 1098-TESTAR-FS-EDERLHST
           END-IF.
           CLOSE EDERLHSN.
           PERFORM 1099-TESTAR-FS-EDERLHSN.
      *
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           OPEN INPUT  EDERLHSN.
           PERFORM 1099-TESTAR-FS-EDERLHSN.
      *
           OPEN OUTPUT EDERLHST.
           PERFORM 1098-TESTAR-FS-EDERLHST.
      *
           PERFORM 3065-COPIAR-RAZAO-NOVO
               UNTIL WRK-FS-EDERLHSN   EQUAL '10'.
      *
           CLOSE EDERLHSN EDERLHST.
      *
      *----------------------------------------------------------------*
       3060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM DIA DO RAZAO ACUMULADO, CONFERINDO A     *
      *    ORDEM DE CONTA E DATA (FIM DE ARQUIVO = HIGH-VALUES)        *
      *----------------------------------------------------------------*
       3061-LER-RAZAO-ACUM             SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERLHST.
      *
           IF (WRK-FS-EDERLHST         EQUAL '10')
               MOVE HIGH-VALUES        TO WRK-HST-CHAVE-ACUM
               GO TO 3061-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1098-TESTAR-FS-EDERLHST.
      *
           MOVE FD-LHS-CONTA           TO WRK-HST-ACUM-CONTA.
           MOVE FD-LHS-DATA            TO WRK-HST-ACUM-DATA.
      *
           IF (WRK-HST-CHAVE-ACUM      NOT GREATER THAN
                                       WRK-HST-ANT-ACUM)
               MOVE 'EDERLHST'         TO WRK-SEQ-ARQUIVO
               MOVE WRK-HST-CHAVE-ACUM TO WRK-SEQ-CHAVE
               PERFORM 9100-ERRO-SEQUENCIA
           END-IF.
      *
           MOVE WRK-HST-CHAVE-ACUM     TO WRK-HST-ANT-ACUM.
      *
      *----------------------------------------------------------------*
       3061-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM DIA DO RAZAO DESTA EXECUCAO, CONFERINDO  *
      *    A ORDEM DE CONTA E DATA (FIM DE ARQUIVO = HIGH-VALUES)      *
      *----------------------------------------------------------------*
       3062-LER-RAZAO-DIA              SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERLEDG.
      *
           IF (WRK-FS-EDERLEDG         EQUAL '10')
               MOVE HIGH-VALUES        TO WRK-HST-CHAVE-DIA
               GO TO 3062-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1090-TESTAR-FS-EDERLEDG.
      *
           MOVE FD-LDG-CONTA           TO WRK-HST-DIA-CONTA.
           MOVE FD-LDG-DATA            TO WRK-HST-DIA-DATA.
      *
           IF (WRK-HST-CHAVE-DIA       NOT GREATER THAN
                                       WRK-HST-ANT-DIA)
               MOVE 'EDERLEDG'         TO WRK-SEQ-ARQUIVO
               MOVE WRK-HST-CHAVE-DIA  TO WRK-SEQ-CHAVE
               PERFORM 9100-ERRO-SEQUENCIA
           END-IF.
      *
           MOVE WRK-HST-CHAVE-DIA      TO WRK-HST-ANT-DIA.
      *
      *----------------------------------------------------------------*
       3062-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CASAR O RAZAO ACUMULADO COM O DA EXECUCAO: A    *
      *    MENOR CHAVE E GRAVADA NO EDERLHSN; CHAVES IGUAIS SOMAM OS   *
      *    TOTAIS DO DIA E FICAM COM O SALDO DESTA EXECUCAO            *
      *----------------------------------------------------------------*
       3063-CASAR-RAZAO                SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN (WRK-HST-CHAVE-ACUM LESS THAN WRK-HST-CHAVE-DIA)
                   MOVE FD-REG-EDERLHST TO FD-REG-EDERLHSN
                   PERFORM 3064-GRAVAR-RAZAO-NOVO
                   PERFORM 3061-LER-RAZAO-ACUM
               WHEN (WRK-HST-CHAVE-ACUM GREATER THAN WRK-HST-CHAVE-DIA)
                   MOVE FD-REG-EDERLEDG TO FD-REG-EDERLHSN
                   PERFORM 3064-GRAVAR-RAZAO-NOVO
                   PERFORM 3062-LER-RAZAO-DIA
               WHEN OTHER
                   MOVE FD-REG-EDERLEDG TO FD-REG-EDERLHSN
                   ADD  FD-LHS-TOT-DEBITO  TO FD-LHN-TOT-DEBITO
                   ADD  FD-LHS-TOT-CREDITO TO FD-LHN-TOT-CREDITO
                   ADD  1               TO ACU-REG-LHST-SOMADOS
                   PERFORM 3064-GRAVAR-RAZAO-NOVO
                   PERFORM 3061-LER-RAZAO-ACUM
                   PERFORM 3062-LER-RAZAO-DIA
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       3063-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO FISICA NO NOVO RAZAO ACUMULADO           *
      *----------------------------------------------------------------*
       3064-GRAVAR-RAZAO-NOVO          SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-EDERLHSN.
           PERFORM 1099-TESTAR-FS-EDERLHSN.
           ADD  1                      TO ACU-REG-LHST-GRAV.
      *
      *----------------------------------------------------------------*
       3064-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO EDERLHSN E GRAVA-LO NO       *
      *    EDERLHST                                                    *
      *----------------------------------------------------------------*
       3065-COPIAR-RAZAO-NOVO          SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERLHSN.
      *
           IF (WRK-FS-EDERLHSN         NOT EQUAL '10')
               PERFORM 1099-TESTAR-FS-EDERLHSN
               MOVE FD-REG-EDERLHSN    TO FD-REG-EDERLHST
               WRITE FD-REG-EDERLHST
               PERFORM 1098-TESTAR-FS-EDERLHST
           END-IF.
      *
      *----------------------------------------------------------------*
       3065-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    EMITIR ESTATISTICAS                                         *
      *----------------------------------------------------------------*
       3100-EMITIR-ESTATISTICAS        SECTION.
           ACU-REG-LEDGER '     *'.
           DISPLAY '* EDERLIM  |  O  | ESTOURO LIMITE| '
           ACU-REG-LIMITE-EXCED '     *'.
           DISPLAY '* EDERESTR |  O  | ESTORNOS      | '
           ACU-REG-ESTORNOS '     *'.
           DISPLAY '* EDERARQE |  I  | ADIADOS D.UTIL| '
           ACU-REG-ADIADOS '     *'.
           DISPLAY '* EDERLHST |  O  | TOTAL REG.    | '
           ACU-REG-LHST-GRAV '     *'.
           DISPLAY '* EDERLHST |  O  | DIAS SOMADOS  | '
           ACU-REG-LHST-SOMADOS '     *'.
           DISPLAY '******************** ' WRK-PROGRAMA
                  ' ********************'.
      *
           STRING WRK-MES-REF-ANO '-' WRK-MES-REF-MES '-'
                  WRK-ULT-DIA-MES      DELIMITED BY SIZE
                  INTO WRK-FCH-DATA-LANC.
      *
           IF WRK-BASE-DIAS-UTEIS
               MOVE WRK-MES-REF-ANO    TO WRK-CAL-ANO-REF
               PERFORM 1110-CARREGAR-CALENDAR
               PERFORM 6060-MONTAR-DIAS-MES
           END-IF.
      *
           OPEN INPUT EDERLEDG.
           IF (WRK-FS-EDERLEDG         EQUAL '35')
      *----------------------------------------------------------------*
       6050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR O TIPO DE CADA DIA DO MES DE REFERENCIA  *
      *    A PARTIR DO CALENDARIO, PARA A CONTAGEM DE JUROS POR DIAS   *
      *    UTEIS. MES NAO COBERTO PELO CALENDAR VOLTA PARA A CONTAGEM  *
      *    POR DIAS CORRIDOS.                                          *
      *----------------------------------------------------------------*
       6060-MONTAR-DIAS-MES            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FCH-DIAS-MES.
           MOVE ZERO                   TO WRK-FCH-QTD-DIA-CAL.
      *
           PERFORM 6065-VERIFICAR-DIA-CALEND
               VARYING WRK-IDX-CALEND  FROM 1 BY 1
               UNTIL   WRK-IDX-CALEND GREATER THAN WRK-QTD-CALEND.
      *
           IF (WRK-FCH-QTD-DIA-CAL     LESS THAN WRK-ULT-DIA-MES)
               DISPLAY '*** ' WRK-PROGRAMA ': CALENDAR NAO COBRE O '
                       'MES ' WRK-MES-REF-X ' - JUROS POR DIAS '
                       'CORRIDOS ***'
               SET WRK-BASE-DIAS-CORRIDOS TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       6060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GUARDAR O TIPO DE UM DIA DO CALENDARIO QUE      *
      *    PERTENCA AO MES DE REFERENCIA                               *
      *----------------------------------------------------------------*
       6065-VERIFICAR-DIA-CALEND       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CAL-DATA(WRK-IDX-CALEND) TO WRK-CAL-DATA-AUX.
      *
           IF (WRK-CAL-AUX-ANOMES      EQUAL WRK-FCH-ANOMES)
               MOVE WRK-CAL-TIPO(WRK-IDX-CALEND) TO
                             WRK-FCH-TIPO-DIA(WRK-CAL-AUX-DIA)
               ADD  1                  TO WRK-FCH-QTD-DIA-CAL
           END-IF.
      *
      *----------------------------------------------------------------*
       6065-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O PROXIMO REGISTRO DO RAZAO DIARIO NO MODO  *
      *    FECHAMENTO. A QUEBRA DE CONTA E TRATADA ANTES DO FILTRO DE  *
      *    MES PARA O FECHAMENTO MAIS RECENTE ANTERIOR AO MES SEMEAR   *
           IF WRK-FCH-PENDENTE
               COMPUTE WRK-FCH-DIAS = WRK-FCH-DIA-ATUAL
                                    - WRK-FCH-DIA-PEND
               COMPUTE WRK-FCH-DIA-FIM = WRK-FCH-DIA-ATUAL - 1
               PERFORM 6200-ACUMULAR-JUROS
           END-IF.
      *
       6100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ACUMULAR OS JUROS DO PERIODO PENDENTE DA CONTA  *
      *    CORRENTE (SALDO NEGATIVO X TAXA DIARIA X DIAS). NA BASE DE  *
      *    DIAS UTEIS SO CONTAM OS DIAS UTEIS DO PERIODO (DIA-PEND A   *
      *    DIA-FIM).                                                   *
      *----------------------------------------------------------------*
       6200-ACUMULAR-JUROS             SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-BASE-DIAS-UTEIS
               PERFORM 6250-CONTAR-DIAS-UTEIS
           END-IF.
      *
           IF (WRK-FCH-DIAS            GREATER THAN ZERO)
               COMPUTE WRK-FCH-JUROS-CONTA ROUNDED =
      *----------------------------------------------------------------*
       6200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CONTAR OS DIAS UTEIS DO PERIODO PENDENTE        *
      *----------------------------------------------------------------*
       6250-CONTAR-DIAS-UTEIS          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-FCH-DIAS.
      *
           PERFORM 6255-CONTAR-DIA
               VARYING WRK-FCH-IDX-DIA FROM WRK-FCH-DIA-PEND BY 1
               UNTIL   WRK-FCH-IDX-DIA GREATER THAN WRK-FCH-DIA-FIM.
      *
      *----------------------------------------------------------------*
       6250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CONTAR UM DIA DO PERIODO SE FOR DIA UTIL        *
      *----------------------------------------------------------------*
       6255-CONTAR-DIA                 SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FCH-TIPO-DIA(WRK-FCH-IDX-DIA) EQUAL 'U')
               ADD  1                  TO WRK-FCH-DIAS
           END-IF.
      *
      *----------------------------------------------------------------*
       6255-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ENCERRAR A CONTA EM CURSO NO FECHAMENTO:        *
      *    FECHA O PERIODO NEGATIVO PENDENTE ATE O FIM DO MES E EMITE  *
      *    OS LANCAMENTOS DE JUROS E DE TARIFA DA CONTA. OS JUROS      *
           IF WRK-FCH-PENDENTE
               COMPUTE WRK-FCH-DIAS = WRK-ULT-DIA-MES
                                    - WRK-FCH-DIA-PEND + 1
               MOVE WRK-ULT-DIA-MES    TO WRK-FCH-DIA-FIM
               PERFORM 6200-ACUMULAR-JUROS
           END-IF.
      *
           MOVE 'D'                    TO
                                       EDERWCPY-E-TIPO-MOVIMENTACAO.
           MOVE WRK-FCH-CONTA          TO EDERWCPY-E-CONTA.
           MOVE SPACES                 TO EDERWCPY-E-DATA-ORIGINAL
                                          EDERWCPY-E-TIPO-ORIGINAL.
      *
           WRITE FD-REG-EDERJMOV       FROM EDERWCPY-REGISTRO.
           PERFORM 6020-TESTAR-FS-EDERJMOV.
           ACU-REG-LANC-JUROS '     *'.
           DISPLAY '* EDERJMOV |  O  | LANC. TARIFA  | '
           ACU-REG-LANC-TARIFA '     *'.
           DISPLAY '* BASE DE JUROS (C=CORR./U=UTEIS)| '
           WRK-FLAG-BASE-JUROS '             *'.
           DISPLAY '******************** ' WRK-PROGRAMA
                  ' ********************'.
      *
