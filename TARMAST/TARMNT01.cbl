      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. TARMNT01.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  TARMNT01                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MANUTENCAO DO CADASTRO MESTRE DE TARIFAS     *
      *                   (TARMAST): APLICA UM ARQUIVO DE MOVIMENTOS   *
      *                   DE INCLUSAO/ALTERACAO/ENCERRAMENTO CONTRA O  *
      *                   MESTRE ATUAL, POR LEITURA CASADA DE          *
      *                   ARQUIVOS CLASSIFICADOS PELA CHAVE DA TARIFA  *
      *                   (CLASSIFICACAO + EOT-ORIG + EOT-DEST +       *
      *                   BANDA + DATA-INICIAL), GRAVANDO O NOVO       *
      *                   MESTRE E REJEITANDO MOVIMENTOS               *
      *                   INCONSISTENTES: CLASSIFICACAO OU BANDA       *
      *                   INVALIDAS, OPERADORA AUSENTE OU INATIVA NO   *
      *                   EOTMAST E JANELA DE VIGENCIA SOBREPOSTA A    *
      *                   OUTRA TARIFA DA MESMA CLASSIFICACAO, PAR DE  *
      *                   OPERADORAS E BANDA.                          *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  TARMAST                     TARMSTCP          *
      *                  TARMOVTO                    (VIDE FD)         *
      *                  TARMASTN                    TARMSTCP          *
      *                  TARMREJ                     (VIDE FD)         *
      *                  EOTMAST                     EOTMSTCP          *
      *                  AUDITMNT                    MNTAUDCP          *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: TARMAST  - CADASTRO MESTRE DE TARIFAS         *
      *                             (ENTRADA E, AO FINAL, SAIDA)       *
      *                  TARMOVTO - MOVIMENTOS DE MANUTENCAO: ACAO     *
      *                             'I'/'A'/'E' + REGISTRO TARMSTCP.   *
      *                             NO ENCERRAMENTO ('E') SO A CHAVE   *
      *                             E A DATA-FINAL SAO CONSIDERADAS    *
      *                             (DATA-FINAL EM BRANCO = HOJE); A   *
      *                             TARIFA ENCERRADA PERMANECE NO      *
      *                             MESTRE PARA A VALORACAO DE         *
      *                             CHAMADAS ANTIGAS.                  *
      *                  TARMASTN - NOVO MESTRE (ARQUIVO DE TRABALHO,  *
      *                             COPIADO PARA O TARMAST AO FINAL)   *
      *                  TARMREJ  - MOVIMENTOS REJEITADOS              *
      *                  EOTMAST  - CADASTRO MESTRE DE OPERADORAS,     *
      *                             PARA VALIDAR EOT-ORIG E EOT-DEST   *
      *                             (EM BRANCO = QUALQUER OPERADORA)   *
      *                  AUDITMNT - TRILHA DE AUDITORIA DE MANUTENCAO  *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    MOTIVOS.....: ACA = ACAO INVALIDA                           *
      *                  CLA = CLASSIFICACAO FORA DE L/T/D/R/P/C/A     *
      *                  BAN = BANDA FORA DE P/F/A                     *
      *                  DTA = DATA-INICIAL/DATA-FINAL INVALIDAS OU    *
      *                        DATA-FINAL ANTERIOR A DATA-INICIAL      *
      *                  TAR = TARIFA-MINUTO NAO NUMERICA              *
      *                  EOT = EOT-ORIG/EOT-DEST AUSENTE OU INATIVA NO *
      *                        EOTMAST                                 *
      *                  SOB = JANELA DE VIGENCIA SOBREPOSTA A OUTRA   *
      *                        TARIFA DA MESMA CLASSIFICACAO, PAR DE   *
      *                        OPERADORAS E BANDA                      *
      *                  NEX = ALTERACAO/ENCERRAMENTO DE TARIFA        *
      *                        INEXISTENTE                             *
      *                  JAE = INCLUSAO DE TARIFA JA EXISTENTE         *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DA MANUTENCAO DO MESTRE  *
      *                        DE TARIFAS, NO MESMO PADRAO DO          *
      *                        EOTMNT01/LOCMNT01, COM TRILHA DE        *
      *                        AUDITORIA NO AUDITMNT.                  *
      *    15/10/2026 EGR      CLASSIFICACOES R/P/C/A DAS TARIFAS DA   *
      *                        NUMERACAO NAO GEOGRAFICA.               *
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
           SELECT TARMAST              ASSIGN
           TO DYNAMIC                  WRK-PATH-TARMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-TARMAST.
      *
           SELECT TARMOVTO             ASSIGN
           TO DYNAMIC                  WRK-PATH-TARMOVTO
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-TARMOVTO.
      *
           SELECT TARMASTN             ASSIGN
           TO DYNAMIC                  WRK-PATH-TARMASTN
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-TARMASTN.
      *
           SELECT TARMREJ              ASSIGN
           TO DYNAMIC                  WRK-PATH-TARMREJ
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-TARMREJ.
      *
           SELECT EOTMAST              ASSIGN
           TO DYNAMIC                  WRK-PATH-EOTMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EOTMAST.
      *
           SELECT AUDITMNT             ASSIGN
           TO DYNAMIC                  WRK-PATH-AUDITMNT
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-AUDITMNT.
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
      *    ENTRADA......: CADASTRO MESTRE ATUAL DE TARIFAS             *
      *----------------------------------------------------------------*
       FD  TARMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-TARMAST              PIC  X(040).
      *----------------------------------------------------------------*
      *    ENTRADA......: MOVIMENTOS DE MANUTENCAO DO MESTRE           *
      *----------------------------------------------------------------*
       FD  TARMOVTO
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-TARMOVTO.
           05  FD-MOV-ACAO             PIC  X(001).
           05  FD-MOV-REGISTRO         PIC  X(040).
      *----------------------------------------------------------------*
      *    CONTROLE......: NOVO MESTRE (ARQUIVO DE TRABALHO)           *
      *----------------------------------------------------------------*
       FD  TARMASTN
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-TARMASTN             PIC  X(040).
      *----------------------------------------------------------------*
      *    CONTROLE......: MOVIMENTOS REJEITADOS                       *
      *----------------------------------------------------------------*
       FD  TARMREJ
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-TARMREJ.
           05  FD-REJ-MOTIVO           PIC  X(003).
           05  FD-REJ-ACAO             PIC  X(001).
           05  FD-REJ-REGISTRO         PIC  X(040).
      *----------------------------------------------------------------*
      *    ENTRADA......: CADASTRO MESTRE DE OPERADORAS                *
      *----------------------------------------------------------------*
       FD  EOTMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EOTMAST              PIC  X(060).
      *----------------------------------------------------------------*
      *    OUTPUT.....: TRILHA DE AUDITORIA DE MANUTENCAO (MNTAUDCP)   *
      *----------------------------------------------------------------*
       FD  AUDITMNT
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-AUDITMNT              PIC  X(190).
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
           '*** TARMNT01 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-MESTRE-LIDOS    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-MOVTO-LIDOS     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-EOTMAST-LIDOS   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-INCLUIDOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-ALTERADOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-ENCERRADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-REJEITADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-GRAVADOS        PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CONTROLE DO BATIMENTO ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-BATIMENTO.
           05  WRK-MST-CHAVE-ANTERIOR  PIC  X(016) VALUE LOW-VALUES.
           05  WRK-MOV-CHAVE-ANTERIOR  PIC  X(016) VALUE LOW-VALUES.
           05  WRK-FLAG-FIM-MESTRE     PIC  X(001) VALUE SPACES.
               88  WRK-MESTRE-ESGOTADO             VALUE 'S'.
           05  WRK-FLAG-FIM-MOVTO      PIC  X(001) VALUE SPACES.
               88  WRK-MOVTO-ESGOTADO              VALUE 'S'.
           05  WRK-FLAG-MOVTO-VALIDO   PIC  X(001) VALUE SPACES.
               88  WRK-MOVTO-VALIDO                VALUE 'S'.
           05  WRK-MOTIVO-REJEICAO     PIC  X(003) VALUE SPACES.
           05  WRK-SEQ-ARQUIVO         PIC  X(008) VALUE SPACES.
           05  WRK-SEQ-CHAVE           PIC  X(016) VALUE SPACES.
           05  WRK-DATA-HOJE           PIC  X(008) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA TABELA DE OPERADORAS (EOTMAST) ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-EOT.
           05  WRK-QTD-EOT             PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-EOT-ITEM        OCCURS 500 TIMES.
               10  WRK-TAB-EOT-COD     PIC  X(003).
               10  WRK-TAB-EOT-ATIVO   PIC  X(001).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-EOT.
           05  WRK-IDX-EOT             PIC  9(004) COMP VALUE ZERO.
           05  WRK-EOT-PROCURADO       PIC  X(003) VALUE SPACES.
           05  WRK-FLAG-EOT-ACEITA     PIC  X(001) VALUE SPACES.
               88  WRK-EOT-ACEITA                  VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DAS JANELAS DE VIGENCIA DAS TARIFAS ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-JANELA.
           05  WRK-QTD-JANELA          PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-JANELA-ITEM     OCCURS 2000 TIMES.
               10  WRK-JAN-GRUPO       PIC  X(008).
               10  WRK-JAN-DATA-INICIAL
                                       PIC  X(008).
               10  WRK-JAN-DATA-FINAL  PIC  X(008).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-JANELA.
           05  WRK-IDX-JANELA          PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-JANELA          PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-FIM-CARGA      PIC  X(001) VALUE SPACES.
               88  WRK-CARGA-ESGOTADA              VALUE 'S'.
           05  WRK-FLAG-SOBREPOSTA     PIC  X(001) VALUE SPACES.
               88  WRK-JANELA-SOBREPOSTA           VALUE 'S'.
           05  WRK-MOV-FIM-EFETIVO     PIC  X(008) VALUE SPACES.
           05  WRK-JAN-FIM-EFETIVO     PIC  X(008) VALUE SPACES.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'TARMNT01'.
           05  WRK-FS-TARMAST          PIC  X(002) VALUE SPACES.
           05  WRK-FS-TARMOVTO         PIC  X(002) VALUE SPACES.
           05  WRK-FS-TARMASTN         PIC  X(002) VALUE SPACES.
           05  WRK-FS-TARMREJ          PIC  X(002) VALUE SPACES.
           05  WRK-FS-EOTMAST          PIC  X(002) VALUE SPACES.
           05  WRK-FS-AUDITMNT         PIC  X(002) VALUE SPACES.
           05  WRK-FS-ERRLOG           PIC  X(002) VALUE SPACES.
           05  WRK-USUARIO             PIC  X(008) VALUE SPACES.
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
           05  WRK-PATH-TARMAST        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\TARMAST.dat'.
           05  WRK-PATH-TARMOVTO       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\TARMOVTO.dat'.
           05  WRK-PATH-TARMASTN       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\TARMASTN.dat'.
           05  WRK-PATH-TARMREJ        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\TARMREJ.dat'.
           05  WRK-PATH-EOTMAST        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EOTMAST.dat'.
           05  WRK-PATH-AUDITMNT       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\AUDITMNT.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO MESTRE (TARMAST) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-TARMST.
           COPY TARMSTCP.
       01  WRK-AREA-TARMST-R           REDEFINES WRK-AREA-TARMST.
           05  WRK-MST-CHAVE.
               10  WRK-MST-GRUPO       PIC  X(008).
               10  FILLER              PIC  X(008).
           05  FILLER                  PIC  X(024).
      *----------------------------------------------------------------*
       01  WRK-AREA-TARMOV.
           COPY TARMSTCP REPLACING
               ==TARMSTCP-REGISTRO==        BY ==TARMOV-REGISTRO==
               ==TARMSTCP-CLASSIFICACAO==   BY ==TARMOV-CLASSIFICACAO==
               ==TARMSTCP-EOT-ORIG==        BY ==TARMOV-EOT-ORIG==
               ==TARMSTCP-EOT-DEST==        BY ==TARMOV-EOT-DEST==
               ==TARMSTCP-BANDA==           BY ==TARMOV-BANDA==
               ==TARMSTCP-DATA-INICIAL==    BY ==TARMOV-DATA-INICIAL==
               ==TARMSTCP-DATA-FINAL==      BY ==TARMOV-DATA-FINAL==
               ==TARMSTCP-TARIFA-MINUTO==   BY ==TARMOV-TARIFA-MINUTO==.
       01  WRK-AREA-TARMOV-R           REDEFINES WRK-AREA-TARMOV.
           05  WRK-MOV-CHAVE.
               10  WRK-MOV-GRUPO       PIC  X(008).
               10  FILLER              PIC  X(008).
           05  FILLER                  PIC  X(024).
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DE OPERADORAS (EOTMAST) ***'.
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
           '*** AREA DA TRILHA DE AUDITORIA (AUDITMNT) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-AUDITMNT.
           COPY MNTAUDCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** TARMNT01 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 1300-LER-MESTRE.
           PERFORM 1310-LER-MOVTO.
           PERFORM 2000-APLICAR-MOVIMENTOS
               UNTIL WRK-MESTRE-ESGOTADO AND WRK-MOVTO-ESGOTADO.
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
      *
           ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
      *
           PERFORM 1070-CARREGAR-OPERADORAS.
           PERFORM 1080-CARREGAR-JANELAS.
      *
           OPEN INPUT TARMOVTO
                OUTPUT TARMASTN TARMREJ.
      *
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-TARMOVTO.
           PERFORM 1030-TESTAR-FS-TARMASTN.
           PERFORM 1040-TESTAR-FS-TARMREJ.
      *
           OPEN INPUT TARMAST.
           PERFORM 1010-TESTAR-FS-TARMAST.
           IF (WRK-FS-TARMAST          EQUAL '35')
               SET WRK-MESTRE-ESGOTADO TO TRUE
           END-IF.
      *
           PERFORM 1050-ABRIR-AUDITORIA.
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'TARMAST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-TARMAST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'TARMOVTO_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-TARMOVTO
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'TARMASTN_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-TARMASTN
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'TARMREJ_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-TARMREJ
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EOTMAST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EOTMAST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'AUDITMNT_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-AUDITMNT
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
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO TARMAST. O FS     *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO: SIGNIFICA CARGA      *
      *    INICIAL DO MESTRE.                                          *
      *----------------------------------------------------------------*
       1010-TESTAR-FS-TARMAST          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-TARMAST          NOT EQUAL '00') AND
              (WRK-FS-TARMAST          NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              TARMAST               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-TARMAST
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'TARMAST'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-TARMAST   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO TARMOVTO          *
      *----------------------------------------------------------------*
       1020-TESTAR-FS-TARMOVTO         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-TARMOVTO         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              TARMOVTO              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-TARMOVTO
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'TARMOVTO'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-TARMOVTO  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO TARMASTN          *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-TARMASTN         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-TARMASTN         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              TARMASTN              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-TARMASTN
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'TARMASTN'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-TARMASTN  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO TARMREJ           *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-TARMREJ          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-TARMREJ          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              TARMREJ               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-TARMREJ
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'TARMREJ'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-TARMREJ   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ABRIR A TRILHA DE AUDITORIA EM EXTEND (CRIADA   *
      *    NA PRIMEIRA EXECUCAO) E OBTER O USUARIO DO AMBIENTE         *
      *----------------------------------------------------------------*
       1050-ABRIR-AUDITORIA            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND AUDITMNT.
           IF (WRK-FS-AUDITMNT         EQUAL '35') OR
              (WRK-FS-AUDITMNT         EQUAL '05')
               OPEN OUTPUT AUDITMNT
           END-IF.
           PERFORM 1060-TESTAR-FS-AUDITMNT.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'LOGNAME'.
           IF (WRK-ENV-VALOR           EQUAL SPACES)
               ACCEPT WRK-ENV-VALOR    FROM ENVIRONMENT 'USER'
           END-IF.
           IF (WRK-ENV-VALOR           EQUAL SPACES)
               MOVE 'DESCONH.'         TO WRK-USUARIO
           ELSE
               MOVE WRK-ENV-VALOR(1:8) TO WRK-USUARIO
           END-IF.
      *
      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO AUDITMNT          *
      *----------------------------------------------------------------*
       1060-TESTAR-FS-AUDITMNT         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-AUDITMNT         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              AUDITMNT              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-AUDITMNT
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'AUDITMNT'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-AUDITMNT  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR A TABELA DE OPERADORAS DO EOTMAST,     *
      *    USADA NA VALIDACAO DE EOT-ORIG E EOT-DEST                   *
      *----------------------------------------------------------------*
       1070-CARREGAR-OPERADORAS        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-EOT.
           MOVE SPACES                 TO WRK-FLAG-FIM-CARGA.
      *
           OPEN INPUT EOTMAST.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1075-TESTAR-FS-EOTMAST.
      *
           PERFORM 1072-LER-OPERADORA
               UNTIL WRK-CARGA-ESGOTADA.
      *
           CLOSE EOTMAST.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1075-TESTAR-FS-EOTMAST.
      *
      *----------------------------------------------------------------*
       1070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UMA OPERADORA E CARREGAR NA TABELA          *
      *----------------------------------------------------------------*
       1072-LER-OPERADORA              SECTION.
      *----------------------------------------------------------------*
      *
           READ EOTMAST                INTO WRK-AREA-EOTMST.
      *
           IF (WRK-FS-EOTMAST          EQUAL '10')
               SET WRK-CARGA-ESGOTADA  TO TRUE
               GO TO 1072-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1075-TESTAR-FS-EOTMAST.
           ADD  1                      TO ACU-REG-EOTMAST-LIDOS.
      *
           IF (WRK-QTD-EOT             NOT LESS THAN 500)
               DISPLAY '************** ' WRK-PROGRAMA
                       ' **************'
               DISPLAY '*  TABELA DE OPERADORAS CHEIA        *'
               DISPLAY '*  LIMITE DE 500 OPERADORAS EXCEDIDO *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA
                       ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-EOT.
           MOVE EOTMSTCP-EOT           TO WRK-TAB-EOT-COD(WRK-QTD-EOT).
           MOVE EOTMSTCP-ATIVO         TO WRK-TAB-EOT-ATIVO
                                                   (WRK-QTD-EOT).
      *
      *----------------------------------------------------------------*
       1072-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EOTMAST           *
      *----------------------------------------------------------------*
       1075-TESTAR-FS-EOTMAST          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EOTMAST          NOT EQUAL '00')
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
       1075-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR AS JANELAS DE VIGENCIA DO MESTRE       *
      *    ATUAL, USADAS NA VERIFICACAO DE SOBREPOSICAO. O MESTRE E    *
      *    LIDO UMA PRIMEIRA VEZ AQUI E REABERTO PARA O BATIMENTO.     *
      *----------------------------------------------------------------*
       1080-CARREGAR-JANELAS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-JANELA.
           MOVE SPACES                 TO WRK-FLAG-FIM-CARGA.
      *
           OPEN INPUT TARMAST.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-TARMAST.
      *
           IF (WRK-FS-TARMAST          NOT EQUAL '35')
               PERFORM 1085-LER-JANELA
                   UNTIL WRK-CARGA-ESGOTADA
               CLOSE TARMAST
           END-IF.
      *
           SET WRK-CARGA-ESGOTADA      TO TRUE.
      *
      *----------------------------------------------------------------*
       1080-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UMA TARIFA DO MESTRE E GUARDAR A SUA        *
      *    JANELA DE VIGENCIA NA TABELA                                *
      *----------------------------------------------------------------*
       1085-LER-JANELA                 SECTION.
      *----------------------------------------------------------------*
      *
           READ TARMAST                INTO WRK-AREA-TARMST.
      *
           IF (WRK-FS-TARMAST          EQUAL '10')
               SET WRK-CARGA-ESGOTADA  TO TRUE
               GO TO 1085-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-TARMAST.
      *
           PERFORM 2750-ACRESCENTAR-JANELA.
           MOVE TARMSTCP-DATA-FINAL    TO WRK-JAN-DATA-FINAL
                                                   (WRK-QTD-JANELA).
      *
      *----------------------------------------------------------------*
       1085-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O PROXIMO REGISTRO DO MESTRE ATUAL,         *
      *    VERIFICANDO A CLASSIFICACAO PELA CHAVE DA TARIFA            *
      *----------------------------------------------------------------*
       1300-LER-MESTRE                 SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-MESTRE-ESGOTADO
               CONTINUE
           ELSE
               READ TARMAST            INTO WRK-AREA-TARMST
               IF (WRK-FS-TARMAST      EQUAL '10')
                   SET WRK-MESTRE-ESGOTADO TO TRUE
               ELSE
                   MOVE WRK-LEITURA    TO WRK-OPERACAO
                   PERFORM 1010-TESTAR-FS-TARMAST
                   ADD  1              TO ACU-REG-MESTRE-LIDOS
                   IF (WRK-MST-CHAVE   LESS THAN WRK-MST-CHAVE-ANTERIOR)
                       MOVE 'TARMAST'  TO WRK-SEQ-ARQUIVO
                       MOVE WRK-MST-CHAVE TO WRK-SEQ-CHAVE
                       PERFORM 9100-ERRO-SEQUENCIA
                   END-IF
                   MOVE WRK-MST-CHAVE  TO WRK-MST-CHAVE-ANTERIOR
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O PROXIMO MOVIMENTO, VERIFICANDO A          *
      *    CLASSIFICACAO PELA CHAVE DA TARIFA                          *
      *----------------------------------------------------------------*
       1310-LER-MOVTO                  SECTION.
      *----------------------------------------------------------------*
      *
           READ TARMOVTO.
      *
           IF (WRK-FS-TARMOVTO         EQUAL '10')
               SET WRK-MOVTO-ESGOTADO  TO TRUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1020-TESTAR-FS-TARMOVTO
               ADD  1                  TO ACU-REG-MOVTO-LIDOS
               MOVE FD-MOV-REGISTRO    TO WRK-AREA-TARMOV
               IF (WRK-MOV-CHAVE       LESS THAN WRK-MOV-CHAVE-ANTERIOR)
                   MOVE 'TARMOVTO'     TO WRK-SEQ-ARQUIVO
                   MOVE WRK-MOV-CHAVE  TO WRK-SEQ-CHAVE
                   PERFORM 9100-ERRO-SEQUENCIA
               END-IF
               MOVE WRK-MOV-CHAVE      TO WRK-MOV-CHAVE-ANTERIOR
           END-IF.
      *
      *----------------------------------------------------------------*
       1310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE APLICACAO DOS MOVIMENTOS CONTRA O MESTRE POR      *
      *    LEITURA CASADA (BALANCED LINE)                              *
      *----------------------------------------------------------------*
       2000-APLICAR-MOVIMENTOS         SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN WRK-MOVTO-ESGOTADO
                   PERFORM 2200-COPIAR-MESTRE
               WHEN WRK-MESTRE-ESGOTADO
                   PERFORM 2300-TRATAR-MOVTO-SEM-MESTRE
               WHEN WRK-MST-CHAVE      LESS THAN WRK-MOV-CHAVE
                   PERFORM 2200-COPIAR-MESTRE
               WHEN WRK-MOV-CHAVE      LESS THAN WRK-MST-CHAVE
                   PERFORM 2300-TRATAR-MOVTO-SEM-MESTRE
               WHEN OTHER
                   PERFORM 2400-TRATAR-MOVTO-COM-MESTRE
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR OS CAMPOS DE UM MOVIMENTO. O MOTIVO DA  *
      *    REJEICAO FICA EM WRK-MOTIVO-REJEICAO. NO ENCERRAMENTO A     *
      *    TARIFA E AS OPERADORAS NAO SAO REVALIDADAS (UMA TARIFA DE   *
      *    OPERADORA JA INATIVADA PRECISA PODER SER ENCERRADA).        *
      *----------------------------------------------------------------*
       2100-VALIDAR-MOVTO              SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-MOVTO-VALIDO        TO TRUE.
           MOVE SPACES                 TO WRK-MOTIVO-REJEICAO.
      *
           IF (FD-MOV-ACAO             EQUAL 'E') AND
              (TARMOV-DATA-FINAL       EQUAL SPACES)
               MOVE WRK-DATA-HOJE      TO TARMOV-DATA-FINAL
           END-IF.
      *
           EVALUATE TRUE
               WHEN (FD-MOV-ACAO       NOT EQUAL 'I') AND
                    (FD-MOV-ACAO       NOT EQUAL 'A') AND
                    (FD-MOV-ACAO       NOT EQUAL 'E')
                   MOVE 'ACA'          TO WRK-MOTIVO-REJEICAO
               WHEN (TARMOV-CLASSIFICACAO NOT EQUAL 'L') AND
                    (TARMOV-CLASSIFICACAO NOT EQUAL 'T') AND
                    (TARMOV-CLASSIFICACAO NOT EQUAL 'D') AND
                    (TARMOV-CLASSIFICACAO NOT EQUAL 'R') AND
                    (TARMOV-CLASSIFICACAO NOT EQUAL 'P') AND
                    (TARMOV-CLASSIFICACAO NOT EQUAL 'C') AND
                    (TARMOV-CLASSIFICACAO NOT EQUAL 'A')
                   MOVE 'CLA'          TO WRK-MOTIVO-REJEICAO
               WHEN (TARMOV-BANDA      NOT EQUAL 'P') AND
                    (TARMOV-BANDA      NOT EQUAL 'F') AND
                    (TARMOV-BANDA      NOT EQUAL 'A')
                   MOVE 'BAN'          TO WRK-MOTIVO-REJEICAO
               WHEN (TARMOV-DATA-INICIAL NOT NUMERIC)
                   MOVE 'DTA'          TO WRK-MOTIVO-REJEICAO
               WHEN (TARMOV-DATA-FINAL NOT EQUAL SPACES) AND
                    (TARMOV-DATA-FINAL NOT NUMERIC)
                   MOVE 'DTA'          TO WRK-MOTIVO-REJEICAO
               WHEN (TARMOV-DATA-FINAL NOT EQUAL SPACES) AND
                    (TARMOV-DATA-FINAL LESS THAN TARMOV-DATA-INICIAL)
                   MOVE 'DTA'          TO WRK-MOTIVO-REJEICAO
               WHEN (FD-MOV-ACAO       NOT EQUAL 'E') AND
                    (TARMOV-TARIFA-MINUTO NOT NUMERIC)
                   MOVE 'TAR'          TO WRK-MOTIVO-REJEICAO
           END-EVALUATE.
      *
           IF (WRK-MOTIVO-REJEICAO     EQUAL SPACES) AND
              (FD-MOV-ACAO             NOT EQUAL 'E')
               MOVE TARMOV-EOT-ORIG    TO WRK-EOT-PROCURADO
               PERFORM 2150-VALIDAR-OPERADORA
               IF WRK-EOT-ACEITA
                   MOVE TARMOV-EOT-DEST TO WRK-EOT-PROCURADO
                   PERFORM 2150-VALIDAR-OPERADORA
               END-IF
               IF NOT WRK-EOT-ACEITA
                   MOVE 'EOT'          TO WRK-MOTIVO-REJEICAO
               END-IF
           END-IF.
      *
           IF (WRK-MOTIVO-REJEICAO     NOT EQUAL SPACES)
               MOVE SPACES             TO WRK-FLAG-MOVTO-VALIDO
           END-IF.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR UMA OPERADORA DA TARIFA: EM BRANCO      *
      *    (QUALQUER OPERADORA) OU PRESENTE E ATIVA NO EOTMAST         *
      *----------------------------------------------------------------*
       2150-VALIDAR-OPERADORA          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-EOT-ACEITA.
      *
           IF (WRK-EOT-PROCURADO       EQUAL SPACES)
               SET WRK-EOT-ACEITA      TO TRUE
           ELSE
               PERFORM 2155-COMPARAR-OPERADORA
                   VARYING WRK-IDX-EOT FROM 1 BY 1
                   UNTIL   WRK-IDX-EOT GREATER THAN WRK-QTD-EOT
                        OR WRK-EOT-ACEITA
           END-IF.
      *
      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE OPERADORAS        *
      *----------------------------------------------------------------*
       2155-COMPARAR-OPERADORA         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-TAB-EOT-COD(WRK-IDX-EOT) EQUAL WRK-EOT-PROCURADO) AND
              (WRK-TAB-EOT-ATIVO(WRK-IDX-EOT) EQUAL 'S')
               SET WRK-EOT-ACEITA      TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       2155-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COPIAR PARA O NOVO MESTRE O REGISTRO ATUAL DO   *
      *    MESTRE (SEM MOVIMENTO) E AVANCAR                            *
      *----------------------------------------------------------------*
       2200-COPIAR-MESTRE              SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-TARMASTN       FROM WRK-AREA-TARMST.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-TARMASTN.
           ADD  1                      TO ACU-REG-GRAVADOS.
      *
           PERFORM 1300-LER-MESTRE.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA TRATAR UM MOVIMENTO CUJA CHAVE NAO EXISTE NO    *
      *    MESTRE: SO A INCLUSAO E VALIDA, DESDE QUE A JANELA NAO      *
      *    SE SOBREPONHA A OUTRA DO MESMO GRUPO                        *
      *----------------------------------------------------------------*
       2300-TRATAR-MOVTO-SEM-MESTRE    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2100-VALIDAR-MOVTO.
      *
           IF WRK-MOVTO-VALIDO AND (FD-MOV-ACAO EQUAL 'I')
               PERFORM 2700-VERIFICAR-SOBREPOSICAO
           END-IF.
      *
           EVALUATE TRUE
               WHEN NOT WRK-MOVTO-VALIDO
                   PERFORM 2500-GRAVAR-REJEITADO
               WHEN FD-MOV-ACAO        EQUAL 'I'
                   WRITE FD-REG-TARMASTN FROM WRK-AREA-TARMOV
                   MOVE WRK-GRAVACAO   TO WRK-OPERACAO
                   PERFORM 1030-TESTAR-FS-TARMASTN
                   ADD  1              TO ACU-REG-INCLUIDOS
                   ADD  1              TO ACU-REG-GRAVADOS
                   PERFORM 2750-ACRESCENTAR-JANELA
                   MOVE SPACES         TO MNTAUDCP-IMAGEM-ANTES
                   MOVE WRK-AREA-TARMOV TO MNTAUDCP-IMAGEM-DEPOIS
                   PERFORM 2600-GRAVAR-AUDITORIA
               WHEN OTHER
                   MOVE 'NEX'          TO WRK-MOTIVO-REJEICAO
                   PERFORM 2500-GRAVAR-REJEITADO
           END-EVALUATE.
      *
           PERFORM 1310-LER-MOVTO.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA TRATAR UM MOVIMENTO CUJA CHAVE EXISTE NO        *
      *    MESTRE: ALTERACAO SUBSTITUI O REGISTRO, ENCERRAMENTO SO     *
      *    GRAVA A NOVA DATA-FINAL E INCLUSAO DE CHAVE JA EXISTENTE E  *
      *    REJEITADA. EM AMBOS OS CASOS A NOVA JANELA NAO PODE SE      *
      *    SOBREPOR A OUTRA DO MESMO GRUPO.                            *
      *----------------------------------------------------------------*
       2400-TRATAR-MOVTO-COM-MESTRE    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2100-VALIDAR-MOVTO.
      *
           IF WRK-MOVTO-VALIDO AND (FD-MOV-ACAO NOT EQUAL 'I')
               PERFORM 2700-VERIFICAR-SOBREPOSICAO
           END-IF.
      *
           EVALUATE TRUE
               WHEN NOT WRK-MOVTO-VALIDO
                   PERFORM 2500-GRAVAR-REJEITADO
                   PERFORM 2200-COPIAR-MESTRE
               WHEN FD-MOV-ACAO        EQUAL 'A'
                   WRITE FD-REG-TARMASTN FROM WRK-AREA-TARMOV
                   MOVE WRK-GRAVACAO   TO WRK-OPERACAO
                   PERFORM 1030-TESTAR-FS-TARMASTN
                   ADD  1              TO ACU-REG-ALTERADOS
                   ADD  1              TO ACU-REG-GRAVADOS
                   PERFORM 2760-ATUALIZAR-JANELA
                   MOVE WRK-AREA-TARMST TO MNTAUDCP-IMAGEM-ANTES
                   MOVE WRK-AREA-TARMOV TO MNTAUDCP-IMAGEM-DEPOIS
                   PERFORM 2600-GRAVAR-AUDITORIA
                   PERFORM 1300-LER-MESTRE
               WHEN FD-MOV-ACAO        EQUAL 'E'
                   MOVE WRK-AREA-TARMST TO MNTAUDCP-IMAGEM-ANTES
                   MOVE TARMOV-DATA-FINAL TO TARMSTCP-DATA-FINAL
                   WRITE FD-REG-TARMASTN FROM WRK-AREA-TARMST
                   MOVE WRK-GRAVACAO   TO WRK-OPERACAO
                   PERFORM 1030-TESTAR-FS-TARMASTN
                   ADD  1              TO ACU-REG-ENCERRADOS
                   ADD  1              TO ACU-REG-GRAVADOS
                   PERFORM 2760-ATUALIZAR-JANELA
                   MOVE WRK-AREA-TARMST TO MNTAUDCP-IMAGEM-DEPOIS
                   PERFORM 2600-GRAVAR-AUDITORIA
                   PERFORM 1300-LER-MESTRE
               WHEN OTHER
                   MOVE 'JAE'          TO WRK-MOTIVO-REJEICAO
                   PERFORM 2500-GRAVAR-REJEITADO
                   PERFORM 2200-COPIAR-MESTRE
           END-EVALUATE.
      *
           PERFORM 1310-LER-MOVTO.
      *
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UM MOVIMENTO REJEITADO COM O MOTIVO      *
      *----------------------------------------------------------------*
       2500-GRAVAR-REJEITADO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-MOTIVO-REJEICAO    TO FD-REJ-MOTIVO.
           MOVE FD-MOV-ACAO            TO FD-REJ-ACAO.
           MOVE FD-MOV-REGISTRO        TO FD-REJ-REGISTRO.
      *
           WRITE FD-REG-TARMREJ.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-TARMREJ.
      *
           ADD  1                      TO ACU-REG-REJEITADOS.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ACRESCENTAR A TRILHA DE AUDITORIA O MOVIMENTO   *
      *    QUE ACABOU DE SER APLICADO. AS IMAGENS ANTES/DEPOIS JA      *
      *    FORAM MOVIDAS PELO CHAMADOR. A CHAVE DA TARIFA TEM 16       *
      *    POSICOES; A CHAVE DA TRILHA LEVA AS 15 PRIMEIRAS E A CHAVE  *
      *    COMPLETA FICA NAS IMAGENS.                                  *
      *----------------------------------------------------------------*
       2600-GRAVAR-AUDITORIA           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PROGRAMA           TO MNTAUDCP-PROGRAMA.
           ACCEPT MNTAUDCP-DATA        FROM DATE YYYYMMDD.
           ACCEPT MNTAUDCP-HORA        FROM TIME.
           MOVE WRK-USUARIO            TO MNTAUDCP-USUARIO.
           MOVE FD-MOV-ACAO            TO MNTAUDCP-ACAO.
           MOVE SPACES                 TO MNTAUDCP-CHAVE.
           MOVE WRK-MOV-CHAVE          TO MNTAUDCP-CHAVE.
      *
           WRITE FD-REG-AUDITMNT       FROM MNTAUDCP-REGISTRO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-AUDITMNT.
      *
      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR SE A JANELA DE VIGENCIA DO MOVIMENTO  *
      *    SE SOBREPOE A OUTRA TARIFA DO MESMO GRUPO (CLASSIFICACAO,   *
      *    PAR DE OPERADORAS E BANDA). A PROPRIA TARIFA (MESMA         *
      *    DATA-INICIAL) NAO ENTRA NA COMPARACAO.                      *
      *----------------------------------------------------------------*
       2700-VERIFICAR-SOBREPOSICAO     SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-SOBREPOSTA.
      *
           IF (TARMOV-DATA-FINAL       EQUAL SPACES)
               MOVE '99999999'         TO WRK-MOV-FIM-EFETIVO
           ELSE
               MOVE TARMOV-DATA-FINAL  TO WRK-MOV-FIM-EFETIVO
           END-IF.
      *
           PERFORM 2710-COMPARAR-JANELA
               VARYING WRK-IDX-JANELA FROM 1 BY 1
               UNTIL   WRK-IDX-JANELA GREATER THAN WRK-QTD-JANELA
                    OR WRK-JANELA-SOBREPOSTA.
      *
           IF WRK-JANELA-SOBREPOSTA
               MOVE 'SOB'              TO WRK-MOTIVO-REJEICAO
               MOVE SPACES             TO WRK-FLAG-MOVTO-VALIDO
           END-IF.
      *
      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR A JANELA DO MOVIMENTO COM UM ITEM DA   *
      *    TABELA DE JANELAS                                           *
      *----------------------------------------------------------------*
       2710-COMPARAR-JANELA            SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-JAN-GRUPO(WRK-IDX-JANELA) NOT EQUAL WRK-MOV-GRUPO) OR
              (WRK-JAN-DATA-INICIAL(WRK-IDX-JANELA) EQUAL
                                       TARMOV-DATA-INICIAL)
               GO TO 2710-99-FIM
           END-IF.
      *
           IF (WRK-JAN-DATA-FINAL(WRK-IDX-JANELA) EQUAL SPACES)
               MOVE '99999999'         TO WRK-JAN-FIM-EFETIVO
           ELSE
               MOVE WRK-JAN-DATA-FINAL(WRK-IDX-JANELA)
                                       TO WRK-JAN-FIM-EFETIVO
           END-IF.
      *
           IF (WRK-JAN-DATA-INICIAL(WRK-IDX-JANELA) NOT GREATER THAN
                                       WRK-MOV-FIM-EFETIVO)   AND
              (TARMOV-DATA-INICIAL     NOT GREATER THAN
                                       WRK-JAN-FIM-EFETIVO)
               SET WRK-JANELA-SOBREPOSTA TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       2710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ACRESCENTAR A TABELA DE JANELAS A TARIFA QUE    *
      *    ESTA EM WRK-AREA-TARMOV (INCLUSAO APLICADA); NA CARGA       *
      *    INICIAL O CHAMADOR USA WRK-AREA-TARMST E CORRIGE A          *
      *    DATA-FINAL LOGO EM SEGUIDA.                                 *
      *----------------------------------------------------------------*
       2750-ACRESCENTAR-JANELA         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-QTD-JANELA          NOT LESS THAN 2000)
               DISPLAY '************** ' WRK-PROGRAMA
                       ' **************'
               DISPLAY '*  TABELA DE JANELAS DE VIGENCIA     *'
               DISPLAY '*  CHEIA - LIMITE DE 2000 TARIFAS    *'
               DISPLAY '*  EXCEDIDO - PROCESSAMENTO ABORTADO *'
               DISPLAY '************** ' WRK-PROGRAMA
                       ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-JANELA.
           IF WRK-CARGA-ESGOTADA
               MOVE WRK-MOV-GRUPO      TO WRK-JAN-GRUPO(WRK-QTD-JANELA)
               MOVE TARMOV-DATA-INICIAL TO WRK-JAN-DATA-INICIAL
                                                   (WRK-QTD-JANELA)
               MOVE TARMOV-DATA-FINAL  TO WRK-JAN-DATA-FINAL
                                                   (WRK-QTD-JANELA)
           ELSE
               MOVE WRK-MST-GRUPO      TO WRK-JAN-GRUPO(WRK-QTD-JANELA)
               MOVE TARMSTCP-DATA-INICIAL TO WRK-JAN-DATA-INICIAL
                                                   (WRK-QTD-JANELA)
           END-IF.
      *
      *----------------------------------------------------------------*
       2750-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ATUALIZAR NA TABELA A DATA-FINAL DA TARIFA      *
      *    ALTERADA OU ENCERRADA                                       *
      *----------------------------------------------------------------*
       2760-ATUALIZAR-JANELA           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-POS-JANELA.
      *
           PERFORM 2765-LOCALIZAR-JANELA
               VARYING WRK-IDX-JANELA FROM 1 BY 1
               UNTIL   WRK-IDX-JANELA GREATER THAN WRK-QTD-JANELA
                    OR WRK-POS-JANELA GREATER THAN ZERO.
      *
           IF (WRK-POS-JANELA          GREATER THAN ZERO)
               MOVE TARMOV-DATA-FINAL  TO WRK-JAN-DATA-FINAL
                                                   (WRK-POS-JANELA)
           END-IF.
      *
      *----------------------------------------------------------------*
       2760-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE JANELAS COM A     *
      *    CHAVE DO MOVIMENTO                                          *
      *----------------------------------------------------------------*
       2765-LOCALIZAR-JANELA           SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-JAN-GRUPO(WRK-IDX-JANELA) EQUAL WRK-MOV-GRUPO) AND
              (WRK-JAN-DATA-INICIAL(WRK-IDX-JANELA) EQUAL
                                       TARMOV-DATA-INICIAL)
               MOVE WRK-IDX-JANELA     TO WRK-POS-JANELA
           END-IF.
      *
      *----------------------------------------------------------------*
       2765-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO: FECHA OS ARQUIVOS E COPIA O NOVO     *
      *    MESTRE (TARMASTN) DE VOLTA PARA O TARMAST                   *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-TARMAST          NOT EQUAL '35')
               CLOSE TARMAST
           END-IF.
           CLOSE TARMOVTO TARMASTN TARMREJ AUDITMNT.
      *
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-TARMOVTO.
           PERFORM 1030-TESTAR-FS-TARMASTN.
           PERFORM 1040-TESTAR-FS-TARMREJ.
           PERFORM 1060-TESTAR-FS-AUDITMNT.
      *
           PERFORM 3050-ATUALIZAR-MESTRE.
           PERFORM 3100-EMITIR-ESTATISTICAS.
           PERFORM 3200-TERMINAR-PROCESSO.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COPIAR O TARMASTN DE VOLTA PARA O TARMAST       *
      *----------------------------------------------------------------*
       3050-ATUALIZAR-MESTRE           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  TARMASTN.
           PERFORM 1030-TESTAR-FS-TARMASTN.
      *
           OPEN OUTPUT TARMAST.
           PERFORM 1010-TESTAR-FS-TARMAST.
      *
           PERFORM 3055-COPIAR-MESTRE-NOVO
               UNTIL WRK-FS-TARMASTN   EQUAL '10'.
      *
           CLOSE TARMASTN.
           CLOSE TARMAST.
      *
      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO TARMASTN E GRAVA-LO NO       *
      *    TARMAST                                                     *
      *----------------------------------------------------------------*
       3055-COPIAR-MESTRE-NOVO         SECTION.
      *----------------------------------------------------------------*
      *
           READ TARMASTN.
      *
           IF (WRK-FS-TARMASTN         NOT EQUAL '10')
               PERFORM 1030-TESTAR-FS-TARMASTN
               MOVE FD-REG-TARMASTN    TO FD-REG-TARMAST
               WRITE FD-REG-TARMAST
               PERFORM 1010-TESTAR-FS-TARMAST
           END-IF.
      *
      *----------------------------------------------------------------*
       3055-99-FIM.                    EXIT.
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
           DISPLAY '* TARMNT01 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* TARMAST  |  I  | TOTAL REG.    | '
           ACU-REG-MESTRE-LIDOS '     *'.
           DISPLAY '* TARMOVTO |  I  | TOTAL REG.    | '
           ACU-REG-MOVTO-LIDOS '     *'.
           DISPLAY '* EOTMAST  |  I  | TOTAL REG.    | '
           ACU-REG-EOTMAST-LIDOS '     *'.
           DISPLAY '* TARMAST  |  O  | TOTAL REG.    | '
           ACU-REG-GRAVADOS '     *'.
           DISPLAY '* TARMREJ  |  O  | TOTAL REG.    | '
           ACU-REG-REJEITADOS '     *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* INCLUIDOS  | ' ACU-REG-INCLUIDOS
           '                          *'.
           DISPLAY '* ALTERADOS  | ' ACU-REG-ALTERADOS
           '                          *'.
           DISPLAY '* ENCERRADOS | ' ACU-REG-ENCERRADOS
           '                          *'.
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
           IF (ACU-REG-REJEITADOS      GREATER THAN ZERO)
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
      *    ROTINA DE ERRO DE CLASSIFICACAO: UM ARQUIVO DE ENTRADA      *
      *    CHEGOU FORA DE ORDEM DE CHAVE E O PROCESSAMENTO E ABORTADO  *
      *    PARA NAO CORROMPER O BATIMENTO.                             *
      *----------------------------------------------------------------*
       9100-ERRO-SEQUENCIA             SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY '************** ' WRK-PROGRAMA ' **************'.
           DISPLAY '*  ARQUIVO DE ENTRADA FORA DE ORDEM  *'.
           DISPLAY '*  ARQUIVO....: ' WRK-SEQ-ARQUIVO '          *'.
           DISPLAY '*  CHAVE......: ' WRK-SEQ-CHAVE '  *'.
           DISPLAY '*  CLASSIFICAR POR CHAVE DA TARIFA   *'.
           DISPLAY '************** ' WRK-PROGRAMA ' **************'.
      *
           MOVE 16                     TO RETURN-CODE.
           SET WRK-ABENDAR             TO TRUE.
           GOBACK.
      *
      *----------------------------------------------------------------*
       9100-99-FIM.                    EXIT.
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
