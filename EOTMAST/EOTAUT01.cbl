      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EOTAUT01.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  EOTAUT01                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MANUTENCAO DO CADASTRO MESTRE DE             *
      *                   AUTORIZACOES DE OPERADORAS (EOTAUTH): APLICA *
      *                   UM ARQUIVO DE MOVIMENTOS DE INCLUSAO/        *
      *                   ALTERACAO/EXCLUSAO CONTRA O MESTRE ATUAL,    *
      *                   POR LEITURA CASADA DE ARQUIVOS CLASSIFICADOS *
      *                   POR EOT+UF+TIPO-PREFIXO, GRAVANDO O NOVO     *
      *                   MESTRE E REJEITANDO MOVIMENTOS               *
      *                   INCONSISTENTES.                              *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  EOTAUTH                     EOTAUTCP          *
      *                  EOTAMOV                     (VIDE FD)         *
      *                  EOTAUTHN                    EOTAUTCP          *
      *                  EOTAREJ                     (VIDE FD)         *
      *                  EOTMAST                     EOTMSTCP          *
      *                  TIPOPRFX                    (VIDE FD)         *
      *                  AUDITMNT                    MNTAUDCP          *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: EOTAUTH  - CADASTRO MESTRE DE AUTORIZACOES    *
      *                             (ENTRADA E, AO FINAL, SAIDA)       *
      *                  EOTAMOV  - MOVIMENTOS DE MANUTENCAO: ACAO     *
      *                             'I'/'A'/'E' + REGISTRO EOTAUTCP    *
      *                  EOTAUTHN - NOVO MESTRE (ARQUIVO DE TRABALHO,  *
      *                             COPIADO PARA O EOTAUTH AO FINAL)   *
      *                  EOTAREJ  - MOVIMENTOS REJEITADOS              *
      *                  EOTMAST  - CADASTRO MESTRE DE OPERADORAS      *
      *                             (OPCIONAL: SEM ELE O EOT NAO E     *
      *                             CONFERIDO)                         *
      *                  TIPOPRFX - TABELA DE TIPOS DE SERVICO         *
      *                             (OPCIONAL: SEM ELA O TIPO NAO E    *
      *                             CONFERIDO)                         *
      *                  AUDITMNT - TRILHA DE AUDITORIA DE MANUTENCAO  *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    MOTIVOS.....: ACA - ACAO DIFERENTE DE 'I'/'A'/'E'           *
      *                  EOT - EOT EM BRANCO OU INEXISTENTE NO EOTMAST *
      *                  UFE - UF INVALIDA                             *
      *                  TPF - TIPO-PREFIXO FORA DOS TIPOS DE SERVICO  *
      *                  DTA - DATA INICIAL AUSENTE OU INVALIDA, DATA  *
      *                        FINAL INVALIDA OU ANTERIOR A INICIAL    *
      *                  NEX - ALTERACAO/EXCLUSAO DE AUTORIZACAO       *
      *                        INEXISTENTE                             *
      *                  JAE - INCLUSAO DE AUTORIZACAO JA EXISTENTE    *
      *----------------------------------------------------------------*
      *    RETURN-CODE.: 0  - TODOS OS MOVIMENTOS APLICADOS            *
      *                  4  - HOUVE MOVIMENTO REJEITADO (EOTAREJ)      *
      *                  16 - ERRO DE ARQUIVO OU ENTRADA FORA DE ORDEM *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DA MANUTENCAO DO MESTRE  *
      *                        DE AUTORIZACOES DE OPERADORAS, COM A    *
      *                        TRILHA DE AUDITORIA (AUDITMNT).         *
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
           SELECT EOTAUTH              ASSIGN
           TO DYNAMIC                  WRK-PATH-EOTAUTH
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EOTAUTH.
      *
           SELECT EOTAMOV              ASSIGN
           TO DYNAMIC                  WRK-PATH-EOTAMOV
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EOTAMOV.
      *
           SELECT EOTAUTHN             ASSIGN
           TO DYNAMIC                  WRK-PATH-EOTAUTHN
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EOTAUTHN.
      *
           SELECT EOTAREJ              ASSIGN
           TO DYNAMIC                  WRK-PATH-EOTAREJ
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EOTAREJ.
      *
           SELECT EOTMAST              ASSIGN
           TO DYNAMIC                  WRK-PATH-EOTMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EOTMAST.
      *
           SELECT TIPOPRFX             ASSIGN
           TO DYNAMIC                  WRK-PATH-TIPOPRFX
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-TIPOPRFX.
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
      *    ENTRADA......: CADASTRO MESTRE ATUAL DE AUTORIZACOES        *
      *----------------------------------------------------------------*
       FD  EOTAUTH
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EOTAUTH              PIC  X(040).
      *----------------------------------------------------------------*
      *    ENTRADA......: MOVIMENTOS DE MANUTENCAO DO MESTRE           *
      *----------------------------------------------------------------*
       FD  EOTAMOV
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EOTAMOV.
           05  FD-MOV-ACAO             PIC  X(001).
           05  FD-MOV-REGISTRO         PIC  X(040).
      *----------------------------------------------------------------*
      *    CONTROLE......: NOVO MESTRE (ARQUIVO DE TRABALHO)           *
      *----------------------------------------------------------------*
       FD  EOTAUTHN
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EOTAUTHN             PIC  X(040).
      *----------------------------------------------------------------*
      *    CONTROLE......: MOVIMENTOS REJEITADOS                       *
      *----------------------------------------------------------------*
       FD  EOTAREJ
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EOTAREJ.
           05  FD-REJ-MOTIVO           PIC  X(003).
           05  FD-REJ-ACAO             PIC  X(001).
           05  FD-REJ-REGISTRO         PIC  X(040).
      *----------------------------------------------------------------*
      *    INPUT......: CADASTRO MESTRE DE OPERADORAS (EOTMAST)        *
      *----------------------------------------------------------------*
       FD  EOTMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EOTMAST               PIC  X(060).
      *----------------------------------------------------------------*
      *    INPUT......: TABELA DE TIPOS DE SERVICO (TIPO-PREFIXO)      *
      *----------------------------------------------------------------*
       FD  TIPOPRFX
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-TIPOPRFX.
           05  FD-TPF-TIPO              PIC  X(001).
           05  FD-TPF-DESCRICAO         PIC  X(020).
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
           '*** EOTAUT01 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-MESTRE-LIDOS    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-MOVTO-LIDOS     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-INCLUIDOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-ALTERADOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-EXCLUIDOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-REJEITADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-GRAVADOS        PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CONTROLE DO BATIMENTO ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-BATIMENTO.
           05  WRK-MST-CHAVE-ANTERIOR  PIC  X(006) VALUE LOW-VALUES.
           05  WRK-MOV-CHAVE-ANTERIOR  PIC  X(006) VALUE LOW-VALUES.
           05  WRK-FLAG-FIM-MESTRE     PIC  X(001) VALUE SPACES.
               88  WRK-MESTRE-ESGOTADO             VALUE 'S'.
           05  WRK-FLAG-FIM-MOVTO      PIC  X(001) VALUE SPACES.
               88  WRK-MOVTO-ESGOTADO              VALUE 'S'.
           05  WRK-FLAG-MOVTO-VALIDO   PIC  X(001) VALUE SPACES.
               88  WRK-MOVTO-VALIDO                VALUE 'S'.
           05  WRK-MOTIVO-REJEICAO     PIC  X(003) VALUE SPACES.
           05  WRK-SEQ-ARQUIVO         PIC  X(008) VALUE SPACES.
           05  WRK-SEQ-CHAVE           PIC  X(015) VALUE SPACES.
           05  WRK-UF-VALIDAR          PIC  X(002) VALUE SPACES.
               88  WRK-UF-VALIDA                   VALUES 'AC' 'AL'
                   'AP' 'AM' 'BA' 'CE' 'DF' 'ES' 'GO' 'MA' 'MT' 'MS'
                   'MG' 'PA' 'PB' 'PR' 'PE' 'PI' 'RJ' 'RN' 'RS' 'RO'
                   'RR' 'SC' 'SP' 'SE' 'TO'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE VALIDACAO DE DATAS ***'.
      *----------------------------------------------------------------*
       01  WRK-VALIDACAO-DATA.
           05  WRK-DATA-VALIDAR        PIC  X(008) VALUE SPACES.
           05  WRK-DATA-VALIDAR-NUM    REDEFINES
               WRK-DATA-VALIDAR.
               10  WRK-DATA-VALIDAR-ANO PIC  9(004).
               10  WRK-DATA-VALIDAR-MES PIC  9(002).
               10  WRK-DATA-VALIDAR-DIA PIC  9(002).
           05  WRK-FLAG-DATA-VALIDA    PIC  X(001) VALUE SPACES.
               88  WRK-DATA-VALIDA                 VALUE 'S'.
           05  WRK-FLAG-INICIAL-VALIDA PIC  X(001) VALUE SPACES.
               88  WRK-INICIAL-VALIDA              VALUE 'S'.
           05  WRK-FLAG-FINAL-VALIDA   PIC  X(001) VALUE SPACES.
               88  WRK-FINAL-VALIDA                VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO MESTRE DE OPERADORAS (EOTMAST) ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-OPERADORA.
           05  WRK-QTD-OPERADORA       PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-OPERADORA-ITEM  OCCURS 500 TIMES.
               10  WRK-OPE-EOT         PIC  X(003).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-OPERADORA.
           05  WRK-IDX-OPERADORA       PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-OPER     PIC  X(001) VALUE SPACES.
               88  WRK-OPERADORA-ACHOU             VALUE 'S'.
           05  WRK-FLAG-TEM-MESTRE     PIC  X(001) VALUE SPACES.
               88  WRK-TEM-MESTRE-EOT              VALUE 'S'.
           05  WRK-EOT-PROCURADO       PIC  X(003) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA TABELA DE TIPOS DE SERVICO ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-TIPO-PREFIXO.
           05  WRK-QTD-TIPO-PREFIXO    PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-TIPO-ITEM       OCCURS 20 TIMES.
               10  WRK-TPF-TIPO        PIC  X(001).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-TIPO-PREFIXO.
           05  WRK-IDX-TIPO            PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-TIPO     PIC  X(001) VALUE SPACES.
               88  WRK-TIPO-ACHOU                  VALUE 'S'.
           05  WRK-FLAG-TEM-TIPOS      PIC  X(001) VALUE SPACES.
               88  WRK-TEM-TABELA-TIPOS            VALUE 'S'.
           05  WRK-TIPO-PROCURADO      PIC  X(001) VALUE SPACES.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'EOTAUT01'.
           05  WRK-FS-EOTAUTH          PIC  X(002) VALUE SPACES.
           05  WRK-FS-EOTAMOV          PIC  X(002) VALUE SPACES.
           05  WRK-FS-EOTAUTHN         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EOTAREJ          PIC  X(002) VALUE SPACES.
           05  WRK-FS-EOTMAST          PIC  X(002) VALUE SPACES.
           05  WRK-FS-TIPOPRFX         PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-EOTAUTH        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EOTAUTH.dat'.
           05  WRK-PATH-EOTAMOV        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EOTAMOV.dat'.
           05  WRK-PATH-EOTAUTHN       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EOTAUTHN.dat'.
           05  WRK-PATH-EOTAREJ        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EOTAREJ.dat'.
           05  WRK-PATH-EOTMAST        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EOTMAST.dat'.
           05  WRK-PATH-TIPOPRFX       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\TIPOPRFX.dat'.
           05  WRK-PATH-AUDITMNT       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\AUDITMNT.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO MESTRE (EOTAUTH) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-EOTAUT.
           COPY EOTAUTCP.
      *----------------------------------------------------------------*
       01  WRK-AREA-EOTAMV.
           COPY EOTAUTCP REPLACING
               ==EOTAUTCP-REGISTRO==        BY ==EOTAMV-REGISTRO==
               ==EOTAUTCP-CHAVE==           BY ==EOTAMV-CHAVE==
               ==EOTAUTCP-EOT==             BY ==EOTAMV-EOT==
               ==EOTAUTCP-UF==              BY ==EOTAMV-UF==
               ==EOTAUTCP-TIPO-PREFIXO==    BY ==EOTAMV-TIPO-PREFIXO==
               ==EOTAUTCP-DATA-INICIAL==    BY ==EOTAMV-DATA-INICIAL==
               ==EOTAUTCP-DATA-FINAL==      BY ==EOTAMV-DATA-FINAL==
               ==EOTAUTCP-NUMERO-ATO==      BY ==EOTAMV-NUMERO-ATO==.
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
           '*** AREA DA TRILHA DE AUDITORIA (AUDITMNT) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-AUDITMNT.
           COPY MNTAUDCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** EOTAUT01 - FIM DA AREA DE WORKING ***'.
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
           PERFORM 1070-CARREGAR-OPERADORAS.
           PERFORM 1080-CARREGAR-TIPOS-PREFIXO.
      *
           OPEN INPUT EOTAMOV
                OUTPUT EOTAUTHN EOTAREJ.
      *
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-EOTAMOV.
           PERFORM 1030-TESTAR-FS-EOTAUTHN.
           PERFORM 1040-TESTAR-FS-EOTAREJ.
      *
           OPEN INPUT EOTAUTH.
           PERFORM 1010-TESTAR-FS-EOTAUTH.
           IF (WRK-FS-EOTAUTH          EQUAL '35')
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EOTAUTH_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EOTAUTH
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EOTAMOV_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EOTAMOV
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EOTAUTHN_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EOTAUTHN
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EOTAREJ_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EOTAREJ
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EOTMAST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EOTMAST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'TIPOPRFX_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-TIPOPRFX
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
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EOTAUTH. O FS     *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO: SIGNIFICA CARGA      *
      *    INICIAL DO MESTRE.                                          *
      *----------------------------------------------------------------*
       1010-TESTAR-FS-EOTAUTH          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EOTAUTH          NOT EQUAL '00') AND
              (WRK-FS-EOTAUTH          NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EOTAUTH               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EOTAUTH
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EOTAUTH'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EOTAUTH   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EOTAMOV           *
      *----------------------------------------------------------------*
       1020-TESTAR-FS-EOTAMOV          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EOTAMOV          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EOTAMOV               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EOTAMOV
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EOTAMOV'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EOTAMOV   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EOTAUTHN          *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-EOTAUTHN         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EOTAUTHN         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EOTAUTHN              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EOTAUTHN
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EOTAUTHN'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EOTAUTHN  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EOTAREJ           *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-EOTAREJ          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EOTAREJ          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EOTAREJ               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EOTAREJ
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EOTAREJ'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EOTAREJ   TO WRK-ERRLOG-FS
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
      *    ROTINA PARA CARREGAR EM MEMORIA OS CODIGOS DO CADASTRO      *
      *    MESTRE DE OPERADORAS, USADOS PARA CONFERIR O EOT DOS        *
      *    MOVIMENTOS. SE O ARQUIVO NAO EXISTIR A CONFERENCIA FICA     *
      *    DESLIGADA (AVISO NO SYSOUT).                                *
      *----------------------------------------------------------------*
       1070-CARREGAR-OPERADORAS        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-OPERADORA.
      *
           OPEN INPUT EOTMAST.
      *
           IF (WRK-FS-EOTMAST          EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': EOTMAST AUSENTE - '
                       'VALIDACAO DE EOT DESLIGADA ***'
           ELSE
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               PERFORM 1072-TESTAR-FS-EOTMAST
               SET WRK-TEM-MESTRE-EOT  TO TRUE
               PERFORM 1071-LER-OPERADORA
                   UNTIL WRK-FS-EOTMAST EQUAL '10'
               CLOSE EOTMAST
           END-IF.
      *
      *----------------------------------------------------------------*
       1070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO EOTMAST E CARREGAR NA        *
      *    TABELA                                                      *
      *----------------------------------------------------------------*
       1071-LER-OPERADORA              SECTION.
      *----------------------------------------------------------------*
      *
           READ EOTMAST                INTO WRK-AREA-EOTMST.
      *
           IF (WRK-FS-EOTMAST          EQUAL '10')
               CONTINUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1072-TESTAR-FS-EOTMAST
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
           END-IF.
      *
      *----------------------------------------------------------------*
       1071-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EOTMAST. O FS     *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO: A CONFERENCIA FICA   *
      *    DESLIGADA.                                                  *
      *----------------------------------------------------------------*
       1072-TESTAR-FS-EOTMAST          SECTION.
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
       1072-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA A TABELA DE TIPOS DE        *
      *    SERVICO (TIPOPRFX), USADA PARA CONFERIR O TIPO-PREFIXO DOS  *
      *    MOVIMENTOS. SE O ARQUIVO NAO EXISTIR A CONFERENCIA FICA     *
      *    DESLIGADA (AVISO NO SYSOUT).                                *
      *----------------------------------------------------------------*
       1080-CARREGAR-TIPOS-PREFIXO     SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-TIPO-PREFIXO.
      *
           OPEN INPUT TIPOPRFX.
      *
           IF (WRK-FS-TIPOPRFX         EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': TIPOPRFX AUSENTE - '
                       'VALIDACAO DE TIPO-PREFIXO DESLIGADA ***'
           ELSE
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               PERFORM 1082-TESTAR-FS-TIPOPRFX
               SET WRK-TEM-TABELA-TIPOS TO TRUE
               PERFORM 1081-LER-TIPO-PREFIXO
                   UNTIL WRK-FS-TIPOPRFX EQUAL '10'
               CLOSE TIPOPRFX
           END-IF.
      *
      *----------------------------------------------------------------*
       1080-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO TIPOPRFX E CARREGAR NA       *
      *    TABELA                                                      *
      *----------------------------------------------------------------*
       1081-LER-TIPO-PREFIXO           SECTION.
      *----------------------------------------------------------------*
      *
           READ TIPOPRFX.
      *
           IF (WRK-FS-TIPOPRFX         EQUAL '10')
               CONTINUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1082-TESTAR-FS-TIPOPRFX
               IF (WRK-QTD-TIPO-PREFIXO NOT LESS THAN 20)
                   DISPLAY '************** ' WRK-PROGRAMA
                           ' **************'
                   DISPLAY '*  TABELA DE TIPOS DE SERVICO CHEIA  *'
                   DISPLAY '*  LIMITE DE 20 TIPOS EXCEDIDO       *'
                   DISPLAY '*  PROCESSAMENTO ABORTADO            *'
                   DISPLAY '************** ' WRK-PROGRAMA
                           ' **************'
                   MOVE 16             TO RETURN-CODE
                   SET WRK-ABENDAR     TO TRUE
                   GOBACK
               END-IF
               ADD  1                  TO WRK-QTD-TIPO-PREFIXO
               MOVE FD-TPF-TIPO        TO
                              WRK-TPF-TIPO(WRK-QTD-TIPO-PREFIXO)
           END-IF.
      *
      *----------------------------------------------------------------*
       1081-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO TIPOPRFX. O FS    *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO: A CONFERENCIA FICA   *
      *    DESLIGADA.                                                  *
      *----------------------------------------------------------------*
       1082-TESTAR-FS-TIPOPRFX         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-TIPOPRFX         NOT EQUAL '00') AND
              (WRK-FS-TIPOPRFX         NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              TIPOPRFX              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-TIPOPRFX
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'TIPOPRFX'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-TIPOPRFX  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1082-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O PROXIMO REGISTRO DO MESTRE ATUAL,         *
      *    VERIFICANDO A CLASSIFICACAO POR EOT+UF+TIPO-PREFIXO         *
      *----------------------------------------------------------------*
       1300-LER-MESTRE                 SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-MESTRE-ESGOTADO
               CONTINUE
           ELSE
               READ EOTAUTH            INTO WRK-AREA-EOTAUT
               IF (WRK-FS-EOTAUTH      EQUAL '10')
                   SET WRK-MESTRE-ESGOTADO TO TRUE
               ELSE
                   MOVE WRK-LEITURA    TO WRK-OPERACAO
                   PERFORM 1010-TESTAR-FS-EOTAUTH
                   ADD  1              TO ACU-REG-MESTRE-LIDOS
                   IF (EOTAUTCP-CHAVE  LESS THAN WRK-MST-CHAVE-ANTERIOR)
                       MOVE 'EOTAUTH'  TO WRK-SEQ-ARQUIVO
                       MOVE EOTAUTCP-CHAVE TO WRK-SEQ-CHAVE
                       PERFORM 9100-ERRO-SEQUENCIA
                   END-IF
                   MOVE EOTAUTCP-CHAVE TO WRK-MST-CHAVE-ANTERIOR
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O PROXIMO MOVIMENTO, VERIFICANDO A          *
      *    CLASSIFICACAO POR EOT+UF+TIPO-PREFIXO                       *
      *----------------------------------------------------------------*
       1310-LER-MOVTO                  SECTION.
      *----------------------------------------------------------------*
      *
           READ EOTAMOV.
      *
           IF (WRK-FS-EOTAMOV          EQUAL '10')
               SET WRK-MOVTO-ESGOTADO  TO TRUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1020-TESTAR-FS-EOTAMOV
               ADD  1                  TO ACU-REG-MOVTO-LIDOS
               MOVE FD-MOV-REGISTRO    TO WRK-AREA-EOTAMV
               IF (EOTAMV-CHAVE        LESS THAN WRK-MOV-CHAVE-ANTERIOR)
                   MOVE 'EOTAMOV'      TO WRK-SEQ-ARQUIVO
                   MOVE EOTAMV-CHAVE   TO WRK-SEQ-CHAVE
                   PERFORM 9100-ERRO-SEQUENCIA
               END-IF
               MOVE EOTAMV-CHAVE       TO WRK-MOV-CHAVE-ANTERIOR
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
               WHEN EOTAUTCP-CHAVE     LESS THAN EOTAMV-CHAVE
                   PERFORM 2200-COPIAR-MESTRE
               WHEN EOTAMV-CHAVE       LESS THAN EOTAUTCP-CHAVE
                   PERFORM 2300-TRATAR-MOVTO-SEM-MESTRE
               WHEN OTHER
                   PERFORM 2400-TRATAR-MOVTO-COM-MESTRE
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR OS CAMPOS DE UM MOVIMENTO. O MOTIVO DA  *
      *    REJEICAO FICA EM WRK-MOTIVO-REJEICAO. NA EXCLUSAO SO A      *
      *    CHAVE PRECISA ESTAR PREENCHIDA.                             *
      *----------------------------------------------------------------*
       2100-VALIDAR-MOVTO              SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-MOVTO-VALIDO        TO TRUE.
           MOVE SPACES                 TO WRK-MOTIVO-REJEICAO.
           MOVE EOTAMV-UF              TO WRK-UF-VALIDAR.
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-OPER.
           IF (WRK-TEM-MESTRE-EOT)     AND
              (FD-MOV-ACAO             NOT EQUAL 'E')
               MOVE EOTAMV-EOT         TO WRK-EOT-PROCURADO
               PERFORM 2120-PROCURAR-OPERADORA
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-TIPO.
           IF (WRK-TEM-TABELA-TIPOS)   AND
              (FD-MOV-ACAO             NOT EQUAL 'E')
               MOVE EOTAMV-TIPO-PREFIXO TO WRK-TIPO-PROCURADO
               PERFORM 2130-PROCURAR-TIPO
           END-IF.
      *
           MOVE EOTAMV-DATA-INICIAL    TO WRK-DATA-VALIDAR.
           PERFORM 2110-VALIDAR-DATA.
           MOVE WRK-FLAG-DATA-VALIDA   TO WRK-FLAG-INICIAL-VALIDA.
           IF (EOTAMV-DATA-INICIAL     EQUAL SPACES)
               MOVE 'N'                TO WRK-FLAG-INICIAL-VALIDA
           END-IF.
      *
           MOVE EOTAMV-DATA-FINAL      TO WRK-DATA-VALIDAR.
           PERFORM 2110-VALIDAR-DATA.
           MOVE WRK-FLAG-DATA-VALIDA   TO WRK-FLAG-FINAL-VALIDA.
      *
           EVALUATE TRUE
               WHEN (FD-MOV-ACAO       NOT EQUAL 'I') AND
                    (FD-MOV-ACAO       NOT EQUAL 'A') AND
                    (FD-MOV-ACAO       NOT EQUAL 'E')
                   MOVE 'ACA'          TO WRK-MOTIVO-REJEICAO
               WHEN (EOTAMV-EOT        EQUAL SPACES)
                   MOVE 'EOT'          TO WRK-MOTIVO-REJEICAO
               WHEN (EOTAMV-TIPO-PREFIXO EQUAL SPACES)
                   MOVE 'TPF'          TO WRK-MOTIVO-REJEICAO
               WHEN (NOT WRK-UF-VALIDA)
                   MOVE 'UFE'          TO WRK-MOTIVO-REJEICAO
               WHEN (FD-MOV-ACAO       EQUAL 'E')
                   CONTINUE
               WHEN (WRK-TEM-MESTRE-EOT) AND
                    (NOT WRK-OPERADORA-ACHOU)
                   MOVE 'EOT'          TO WRK-MOTIVO-REJEICAO
               WHEN (WRK-TEM-TABELA-TIPOS) AND
                    (NOT WRK-TIPO-ACHOU)
                   MOVE 'TPF'          TO WRK-MOTIVO-REJEICAO
               WHEN (NOT WRK-INICIAL-VALIDA) OR
                    (NOT WRK-FINAL-VALIDA)
                   MOVE 'DTA'          TO WRK-MOTIVO-REJEICAO
               WHEN (EOTAMV-DATA-FINAL NOT EQUAL SPACES) AND
                    (EOTAMV-DATA-FINAL LESS THAN EOTAMV-DATA-INICIAL)
                   MOVE 'DTA'          TO WRK-MOTIVO-REJEICAO
           END-EVALUATE.
      *
           IF (WRK-MOTIVO-REJEICAO     NOT EQUAL SPACES)
               MOVE SPACES             TO WRK-FLAG-MOVTO-VALIDO
           END-IF.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR O FORMATO AAAAMMDD DE UMA DATA.         *
      *    UMA DATA EM BRANCO E CONSIDERADA VALIDA (A OBRIGATORIEDADE  *
      *    E TRATADA PELO CHAMADOR). O CAMPO A VALIDAR DEVE ESTAR EM   *
      *    WRK-DATA-VALIDAR ANTES DO PERFORM.                          *
      *----------------------------------------------------------------*
       2110-VALIDAR-DATA               SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-DATA-VALIDA         TO TRUE.
      *
           IF (WRK-DATA-VALIDAR        NOT EQUAL SPACES)
               IF (WRK-DATA-VALIDAR    NUMERIC)
                   IF (WRK-DATA-VALIDAR-MES LESS THAN 1)     OR
                      (WRK-DATA-VALIDAR-MES GREATER THAN 12) OR
                      (WRK-DATA-VALIDAR-DIA LESS THAN 1)     OR
                      (WRK-DATA-VALIDAR-DIA GREATER THAN 31) OR
                      (WRK-DATA-VALIDAR-ANO LESS THAN 1900)
                       MOVE 'N'        TO WRK-FLAG-DATA-VALIDA
                   END-IF
               ELSE
                   MOVE 'N'            TO WRK-FLAG-DATA-VALIDA
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR UM EOT NA TABELA DO MESTRE DE          *
      *    OPERADORAS                                                  *
      *----------------------------------------------------------------*
       2120-PROCURAR-OPERADORA         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-OPER.
      *
           PERFORM 2121-COMPARAR-OPERADORA
               VARYING WRK-IDX-OPERADORA FROM 1 BY 1
               UNTIL   WRK-IDX-OPERADORA GREATER THAN WRK-QTD-OPERADORA
                    OR WRK-OPERADORA-ACHOU.
      *
      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE OPERADORAS COM O  *
      *    EOT PROCURADO                                               *
      *----------------------------------------------------------------*
       2121-COMPARAR-OPERADORA         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-OPE-EOT(WRK-IDX-OPERADORA) EQUAL WRK-EOT-PROCURADO)
               SET WRK-OPERADORA-ACHOU TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       2121-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR UM TIPO NA TABELA DE TIPOS DE SERVICO  *
      *----------------------------------------------------------------*
       2130-PROCURAR-TIPO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-TIPO.
      *
           PERFORM 2131-COMPARAR-TIPO
               VARYING WRK-IDX-TIPO    FROM 1 BY 1
               UNTIL   WRK-IDX-TIPO GREATER THAN WRK-QTD-TIPO-PREFIXO
                    OR WRK-TIPO-ACHOU.
      *
      *----------------------------------------------------------------*
       2130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE TIPOS COM O TIPO  *
      *    PROCURADO                                                   *
      *----------------------------------------------------------------*
       2131-COMPARAR-TIPO              SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-TPF-TIPO(WRK-IDX-TIPO) EQUAL WRK-TIPO-PROCURADO)
               SET WRK-TIPO-ACHOU      TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       2131-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COPIAR PARA O NOVO MESTRE O REGISTRO ATUAL DO   *
      *    MESTRE (SEM MOVIMENTO) E AVANCAR                            *
      *----------------------------------------------------------------*
       2200-COPIAR-MESTRE              SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-EOTAUTHN       FROM WRK-AREA-EOTAUT.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-EOTAUTHN.
           ADD  1                      TO ACU-REG-GRAVADOS.
      *
           PERFORM 1300-LER-MESTRE.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA TRATAR UM MOVIMENTO CUJA CHAVE NAO EXISTE NO    *
      *    MESTRE: SO A INCLUSAO E VALIDA                              *
      *----------------------------------------------------------------*
       2300-TRATAR-MOVTO-SEM-MESTRE    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2100-VALIDAR-MOVTO.
      *
           EVALUATE TRUE
               WHEN NOT WRK-MOVTO-VALIDO
                   PERFORM 2500-GRAVAR-REJEITADO
               WHEN FD-MOV-ACAO        EQUAL 'I'
                   WRITE FD-REG-EOTAUTHN FROM WRK-AREA-EOTAMV
                   MOVE WRK-GRAVACAO   TO WRK-OPERACAO
                   PERFORM 1030-TESTAR-FS-EOTAUTHN
                   ADD  1              TO ACU-REG-INCLUIDOS
                   ADD  1              TO ACU-REG-GRAVADOS
                   MOVE SPACES         TO MNTAUDCP-IMAGEM-ANTES
                   MOVE WRK-AREA-EOTAMV TO MNTAUDCP-IMAGEM-DEPOIS
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
      *    MESTRE: ALTERACAO SUBSTITUI, EXCLUSAO DESCARTA E INCLUSAO   *
      *    DE CHAVE JA EXISTENTE E REJEITADA                           *
      *----------------------------------------------------------------*
       2400-TRATAR-MOVTO-COM-MESTRE    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2100-VALIDAR-MOVTO.
      *
           EVALUATE TRUE
               WHEN NOT WRK-MOVTO-VALIDO
                   PERFORM 2500-GRAVAR-REJEITADO
                   PERFORM 2200-COPIAR-MESTRE
               WHEN FD-MOV-ACAO        EQUAL 'A'
                   WRITE FD-REG-EOTAUTHN FROM WRK-AREA-EOTAMV
                   MOVE WRK-GRAVACAO   TO WRK-OPERACAO
                   PERFORM 1030-TESTAR-FS-EOTAUTHN
                   ADD  1              TO ACU-REG-ALTERADOS
                   ADD  1              TO ACU-REG-GRAVADOS
                   MOVE WRK-AREA-EOTAUT TO MNTAUDCP-IMAGEM-ANTES
                   MOVE WRK-AREA-EOTAMV TO MNTAUDCP-IMAGEM-DEPOIS
                   PERFORM 2600-GRAVAR-AUDITORIA
                   PERFORM 1300-LER-MESTRE
               WHEN FD-MOV-ACAO        EQUAL 'E'
                   ADD  1              TO ACU-REG-EXCLUIDOS
                   MOVE WRK-AREA-EOTAUT TO MNTAUDCP-IMAGEM-ANTES
                   MOVE SPACES         TO MNTAUDCP-IMAGEM-DEPOIS
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
           MOVE WRK-AREA-EOTAMV        TO FD-REJ-REGISTRO.
      *
           WRITE FD-REG-EOTAREJ.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-EOTAREJ.
      *
           ADD  1                      TO ACU-REG-REJEITADOS.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ACRESCENTAR A TRILHA DE AUDITORIA O MOVIMENTO   *
      *    QUE ACABOU DE SER APLICADO. AS IMAGENS ANTES/DEPOIS JA      *
      *    FORAM MOVIDAS PELO CHAMADOR.                                *
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
           MOVE EOTAMV-CHAVE           TO MNTAUDCP-CHAVE.
      *
           WRITE FD-REG-AUDITMNT       FROM MNTAUDCP-REGISTRO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-AUDITMNT.
      *
      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO: FECHA OS ARQUIVOS E COPIA O NOVO     *
      *    MESTRE (EOTAUTHN) DE VOLTA PARA O EOTAUTH                   *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EOTAUTH          NOT EQUAL '35')
               CLOSE EOTAUTH
           END-IF.
           CLOSE EOTAMOV EOTAUTHN EOTAREJ AUDITMNT.
      *
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-EOTAMOV.
           PERFORM 1030-TESTAR-FS-EOTAUTHN.
           PERFORM 1040-TESTAR-FS-EOTAREJ.
           PERFORM 1060-TESTAR-FS-AUDITMNT.
      *
           PERFORM 3050-ATUALIZAR-MESTRE.
           PERFORM 3100-EMITIR-ESTATISTICAS.
           PERFORM 3200-TERMINAR-PROCESSO.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COPIAR O EOTAUTHN DE VOLTA PARA O EOTAUTH       *
      *----------------------------------------------------------------*
       3050-ATUALIZAR-MESTRE           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  EOTAUTHN.
           PERFORM 1030-TESTAR-FS-EOTAUTHN.
      *
           OPEN OUTPUT EOTAUTH.
           PERFORM 1010-TESTAR-FS-EOTAUTH.
      *
           PERFORM 3055-COPIAR-MESTRE-NOVO
               UNTIL WRK-FS-EOTAUTHN   EQUAL '10'.
      *
           CLOSE EOTAUTHN.
           CLOSE EOTAUTH.
      *
      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO EOTAUTHN E GRAVA-LO NO       *
      *    EOTAUTH                                                     *
      *----------------------------------------------------------------*
       3055-COPIAR-MESTRE-NOVO         SECTION.
      *----------------------------------------------------------------*
      *
           READ EOTAUTHN.
      *
           IF (WRK-FS-EOTAUTHN         NOT EQUAL '10')
               PERFORM 1030-TESTAR-FS-EOTAUTHN
               MOVE FD-REG-EOTAUTHN    TO FD-REG-EOTAUTH
               WRITE FD-REG-EOTAUTH
               PERFORM 1010-TESTAR-FS-EOTAUTH
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
           DISPLAY '* EOTAUT01 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* EOTAUTH  |  I  | TOTAL REG.    | '
           ACU-REG-MESTRE-LIDOS '     *'.
           DISPLAY '* EOTAMOV  |  I  | TOTAL REG.    | '
           ACU-REG-MOVTO-LIDOS '     *'.
           DISPLAY '* EOTAUTH  |  O  | TOTAL REG.    | '
           ACU-REG-GRAVADOS '     *'.
           DISPLAY '* EOTAREJ  |  O  | TOTAL REG.    | '
           ACU-REG-REJEITADOS '     *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* INCLUIDOS | ' ACU-REG-INCLUIDOS
           '                           *'.
           DISPLAY '* ALTERADOS | ' ACU-REG-ALTERADOS
           '                           *'.
           DISPLAY '* EXCLUIDOS | ' ACU-REG-EXCLUIDOS
           '                           *'.
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
      *    CHEGOU FORA DE ORDEM DE EOT+UF+TIPO-PREFIXO E O             *
      *    PROCESSAMENTO E ABORTADO PARA NAO CORROMPER O BATIMENTO.    *
      *----------------------------------------------------------------*
       9100-ERRO-SEQUENCIA             SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY '************** ' WRK-PROGRAMA ' **************'.
           DISPLAY '*  ARQUIVO DE ENTRADA FORA DE ORDEM  *'.
           DISPLAY '*  ARQUIVO....: ' WRK-SEQ-ARQUIVO '          *'.
           DISPLAY '*  CHAVE......: ' WRK-SEQ-CHAVE '   *'.
           DISPLAY '*  CLASSIFICAR POR EOT+UF+TIPO       *'.
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
