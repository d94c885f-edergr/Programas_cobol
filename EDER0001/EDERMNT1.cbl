      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EDERMNT1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  EDERMNT1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  MANUTENCAO DO CADASTRO MESTRE DE CONTAS      *
      *                   (EDERMAST): APLICA UM ARQUIVO DE MOVIMENTOS  *
      *                   DE INCLUSAO/ALTERACAO/ENCERRAMENTO/REABER-   *
      *                   TURA CONTRA O MESTRE ATUAL, POR LEITURA      *
      *                   CASADA DE ARQUIVOS CLASSIFICADOS POR CONTA,  *
      *                   CONSULTANDO O SALDO ATUAL DE CADA CONTA NO   *
      *                   EDERSALD (TAMBEM CLASSIFICADO POR CONTA):    *
      *                   CONTA COM SALDO DIFERENTE DE ZERO NAO PODE   *
      *                   SER ENCERRADA E O LIMITE NAO PODE FICAR      *
      *                   ABAIXO DO SALDO DEVEDOR ATUAL. A REABERTURA  *
      *                   DE CONTA ENCERRADA SO E ACEITA PELA ACAO     *
      *                   PROPRIA ('R').                               *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  EDERMAST                    EDERMSTC          *
      *                  EDERMMOV                    (VIDE FD)         *
      *                  EDERSALD                    (VIDE FD)         *
      *                  EDERMSTN                    EDERMSTC          *
      *                  EDERMREJ                    (VIDE FD)         *
      *                  AUDITMNT                    MNTAUDCP          *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: EDERMAST - CADASTRO MESTRE DE CONTAS          *
      *                             (ENTRADA E, AO FINAL, SAIDA)       *
      *                  EDERMMOV - MOVIMENTOS DE MANUTENCAO: ACAO     *
      *                             'I' (INCLUSAO), 'A' (ALTERACAO),   *
      *                             'E' (ENCERRAMENTO) OU 'R'          *
      *                             (REABERTURA) + REGISTRO EDERMSTC.  *
      *                             EM 'E' E 'R' SO A CONTA E          *
      *                             CONSIDERADA.                       *
      *                  EDERSALD - SALDO ATUAL DE CADA CONTA (O MESMO *
      *                             ARQUIVO MANTIDO PELO EDER0001);    *
      *                             CONTA AUSENTE = SALDO ZERO. SEM O  *
      *                             EDERSALD TODOS OS SALDOS SAO       *
      *                             CONSIDERADOS ZERO (AVISO NO        *
      *                             SYSOUT).                           *
      *                  EDERMSTN - NOVO MESTRE (ARQUIVO DE TRABALHO,  *
      *                             COPIADO PARA O EDERMAST AO FINAL)  *
      *                  EDERMREJ - MOVIMENTOS REJEITADOS COM O MOTIVO *
      *                  AUDITMNT - TRILHA DE AUDITORIA DE MANUTENCAO  *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    MOTIVOS.....: ACA = ACAO INVALIDA                           *
      *                  CTA = CONTA NAO NUMERICA OU ZERADA            *
      *                  NOM = NOME DO TITULAR EM BRANCO               *
      *                  SIT = SITUACAO FORA DE 'A'/'E', INCLUSAO DE   *
      *                        CONTA JA ENCERRADA, ENCERRAMENTO DE     *
      *                        CONTA JA ENCERRADA OU REABERTURA DE     *
      *                        CONTA ATIVA                             *
      *                  LIM = LIMITE NAO NUMERICO                     *
      *                  SAL = ENCERRAMENTO DE CONTA COM SALDO         *
      *                        DIFERENTE DE ZERO                       *
      *                  LMT = LIMITE ABAIXO DO SALDO DEVEDOR ATUAL    *
      *                  REA = REABERTURA DE CONTA ENCERRADA VIA       *
      *                        ALTERACAO (EXIGE A ACAO 'R')            *
      *                  NEX = ALTERACAO/ENCERRAMENTO/REABERTURA DE    *
      *                        CONTA INEXISTENTE                       *
      *                  JAE = INCLUSAO DE CONTA JA EXISTENTE          *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DA MANUTENCAO DO MESTRE  *
      *                        DE CONTAS, NO MESMO PADRAO DO EOTMNT01, *
      *                        COM TRILHA DE AUDITORIA NO AUDITMNT.    *
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
           SELECT EDERMAST             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERMAST.
      *
           SELECT EDERMMOV             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERMMOV
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERMMOV.
      *
           SELECT EDERSALD             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERSALD
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERSALD.
      *
           SELECT EDERMSTN             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERMSTN
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERMSTN.
      *
           SELECT EDERMREJ             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERMREJ
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERMREJ.
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
      *    ENTRADA......: CADASTRO MESTRE ATUAL DE CONTAS              *
      *----------------------------------------------------------------*
       FD  EDERMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERMAST             PIC  X(060).
      *----------------------------------------------------------------*
      *    ENTRADA......: MOVIMENTOS DE MANUTENCAO DO MESTRE           *
      *----------------------------------------------------------------*
       FD  EDERMMOV
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERMMOV.
           05  FD-MOV-ACAO             PIC  X(001).
           05  FD-MOV-REGISTRO         PIC  X(060).
      *----------------------------------------------------------------*
      *    ENTRADA......: SALDO ATUAL DE CADA CONTA                    *
      *----------------------------------------------------------------*
       FD  EDERSALD
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERSALD.
           05  FD-SALDO-CONTA              PIC  9(004).
           05  FD-SALDO-SINAL              PIC  X(001).
           05  FD-SALDO-VALOR              PIC  9(013)V9(002).
      *----------------------------------------------------------------*
      *    CONTROLE......: NOVO MESTRE (ARQUIVO DE TRABALHO)           *
      *----------------------------------------------------------------*
       FD  EDERMSTN
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERMSTN             PIC  X(060).
      *----------------------------------------------------------------*
      *    CONTROLE......: MOVIMENTOS REJEITADOS                       *
      *----------------------------------------------------------------*
       FD  EDERMREJ
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERMREJ.
           05  FD-REJ-MOTIVO           PIC  X(003).
           05  FD-REJ-ACAO             PIC  X(001).
           05  FD-REJ-REGISTRO         PIC  X(060).
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
           '*** EDERMNT1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-MESTRE-LIDOS    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-MOVTO-LIDOS     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-SALDO-LIDOS     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-INCLUIDOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-ALTERADOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-ENCERRADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-REABERTOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-REJEITADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-GRAVADOS        PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CONTROLE DO BATIMENTO ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-BATIMENTO.
           05  WRK-MST-CONTA-ANTERIOR  PIC  X(004) VALUE LOW-VALUES.
           05  WRK-MOV-CONTA-ANTERIOR  PIC  X(004) VALUE LOW-VALUES.
           05  WRK-FLAG-FIM-MESTRE     PIC  X(001) VALUE SPACES.
               88  WRK-MESTRE-ESGOTADO             VALUE 'S'.
           05  WRK-FLAG-FIM-MOVTO      PIC  X(001) VALUE SPACES.
               88  WRK-MOVTO-ESGOTADO              VALUE 'S'.
           05  WRK-FLAG-MOVTO-VALIDO   PIC  X(001) VALUE SPACES.
               88  WRK-MOVTO-VALIDO                VALUE 'S'.
           05  WRK-MOTIVO-REJEICAO     PIC  X(003) VALUE SPACES.
           05  WRK-SEQ-ARQUIVO         PIC  X(008) VALUE SPACES.
           05  WRK-SEQ-CHAVE           PIC  X(015) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CONTROLE DO SALDO ATUAL (EDERSALD) ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-SALDO.
           05  WRK-SLD-CONTA-ANTERIOR  PIC  X(004) VALUE LOW-VALUES.
           05  WRK-SLD-ATUAL           PIC S9(013)V99 COMP-3
                                                       VALUE ZERO.
           05  WRK-SLD-DEVEDOR         PIC  9(013)V99 COMP-3
                                                       VALUE ZERO.
           05  WRK-FLAG-FIM-SALDO      PIC  X(001) VALUE SPACES.
               88  WRK-SALDO-ESGOTADO              VALUE 'S'.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'EDERMNT1'.
           05  WRK-FS-EDERMAST         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERMMOV         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERSALD         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERMSTN         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERMREJ         PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-EDERMAST       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERMAST.dat'.
           05  WRK-PATH-EDERMMOV       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERMMOV.dat'.
           05  WRK-PATH-EDERSALD       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERSALD.dat'.
           05  WRK-PATH-EDERMSTN       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERMSTN.dat'.
           05  WRK-PATH-EDERMREJ       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERMREJ.dat'.
           05  WRK-PATH-AUDITMNT       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\AUDITMNT.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO MESTRE (EDERMAST) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-EDERMST.
           COPY EDERMSTC.
       01  WRK-AREA-EDERMST-R          REDEFINES WRK-AREA-EDERMST.
           05  WRK-MST-CONTA-X         PIC  X(004).
           05  FILLER                  PIC  X(056).
      *----------------------------------------------------------------*
       01  WRK-AREA-EDERMOV.
           COPY EDERMSTC REPLACING
               ==EDERMSTC-REGISTRO==        BY ==EDERMOV-REGISTRO==
               ==EDERMSTC-CONTA==           BY ==EDERMOV-CONTA==
               ==EDERMSTC-NOME==            BY ==EDERMOV-NOME==
               ==EDERMSTC-SITUACAO==        BY ==EDERMOV-SITUACAO==
               ==EDERMSTC-LIMITE==          BY ==EDERMOV-LIMITE==.
       01  WRK-AREA-EDERMOV-R          REDEFINES WRK-AREA-EDERMOV.
           05  WRK-MOV-CONTA-X         PIC  X(004).
           05  FILLER                  PIC  X(056).
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
           '*** EDERMNT1 - FIM DA AREA DE WORKING ***'.
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
           PERFORM 1320-LER-SALDO.
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
           OPEN INPUT EDERMMOV
                OUTPUT EDERMSTN EDERMREJ.
      *
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-EDERMMOV.
           PERFORM 1030-TESTAR-FS-EDERMSTN.
           PERFORM 1040-TESTAR-FS-EDERMREJ.
      *
           OPEN INPUT EDERMAST.
           PERFORM 1010-TESTAR-FS-EDERMAST.
           IF (WRK-FS-EDERMAST         EQUAL '35')
               SET WRK-MESTRE-ESGOTADO TO TRUE
           END-IF.
      *
           OPEN INPUT EDERSALD.
           PERFORM 1070-TESTAR-FS-EDERSALD.
           IF (WRK-FS-EDERSALD         EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': EDERSALD AUSENTE - '
                       'SALDOS CONSIDERADOS ZERO ***'
               SET WRK-SALDO-ESGOTADO  TO TRUE
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERMAST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERMAST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERMMOV_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERMMOV
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERSALD_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERSALD
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERMSTN_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERMSTN
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERMREJ_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERMREJ
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
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERMAST. O FS    *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO: SIGNIFICA CARGA      *
      *    INICIAL DO MESTRE.                                          *
      *----------------------------------------------------------------*
       1010-TESTAR-FS-EDERMAST         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERMAST         NOT EQUAL '00') AND
              (WRK-FS-EDERMAST         NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERMAST              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERMAST
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERMAST'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERMAST  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERMMOV          *
      *----------------------------------------------------------------*
       1020-TESTAR-FS-EDERMMOV         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERMMOV         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERMMOV              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERMMOV
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERMMOV'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERMMOV  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERMSTN          *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-EDERMSTN         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERMSTN         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERMSTN              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERMSTN
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERMSTN'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERMSTN  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERMREJ          *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-EDERMREJ         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERMREJ         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERMREJ              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERMREJ
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERMREJ'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERMREJ  TO WRK-ERRLOG-FS
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
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERSALD. O FS    *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO: SALDOS ZERADOS.      *
      *----------------------------------------------------------------*
       1070-TESTAR-FS-EDERSALD         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERSALD         NOT EQUAL '00') AND
              (WRK-FS-EDERSALD         NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERSALD              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERSALD
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERSALD'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERSALD  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O PROXIMO REGISTRO DO MESTRE ATUAL,         *
      *    VERIFICANDO A CLASSIFICACAO POR CONTA                       *
      *----------------------------------------------------------------*
       1300-LER-MESTRE                 SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-MESTRE-ESGOTADO
               CONTINUE
           ELSE
               READ EDERMAST           INTO WRK-AREA-EDERMST
               IF (WRK-FS-EDERMAST     EQUAL '10')
                   SET WRK-MESTRE-ESGOTADO TO TRUE
               ELSE
                   MOVE WRK-LEITURA    TO WRK-OPERACAO
                   PERFORM 1010-TESTAR-FS-EDERMAST
                   ADD  1              TO ACU-REG-MESTRE-LIDOS
                   IF (WRK-MST-CONTA-X LESS THAN WRK-MST-CONTA-ANTERIOR)
                       MOVE 'EDERMAST' TO WRK-SEQ-ARQUIVO
                       MOVE WRK-MST-CONTA-X TO WRK-SEQ-CHAVE
                       PERFORM 9100-ERRO-SEQUENCIA
                   END-IF
                   MOVE WRK-MST-CONTA-X TO WRK-MST-CONTA-ANTERIOR
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O PROXIMO MOVIMENTO, VERIFICANDO A          *
      *    CLASSIFICACAO POR CONTA                                     *
      *----------------------------------------------------------------*
       1310-LER-MOVTO                  SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERMMOV.
      *
           IF (WRK-FS-EDERMMOV         EQUAL '10')
               SET WRK-MOVTO-ESGOTADO  TO TRUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1020-TESTAR-FS-EDERMMOV
               ADD  1                  TO ACU-REG-MOVTO-LIDOS
               MOVE FD-MOV-REGISTRO    TO WRK-AREA-EDERMOV
               IF (WRK-MOV-CONTA-X     LESS THAN WRK-MOV-CONTA-ANTERIOR)
                   MOVE 'EDERMMOV'     TO WRK-SEQ-ARQUIVO
                   MOVE WRK-MOV-CONTA-X TO WRK-SEQ-CHAVE
                   PERFORM 9100-ERRO-SEQUENCIA
               END-IF
               MOVE WRK-MOV-CONTA-X    TO WRK-MOV-CONTA-ANTERIOR
           END-IF.
      *
      *----------------------------------------------------------------*
       1310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O PROXIMO SALDO, VERIFICANDO A              *
      *    CLASSIFICACAO POR CONTA                                     *
      *----------------------------------------------------------------*
       1320-LER-SALDO                  SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SALDO-ESGOTADO
               GO TO 1320-99-FIM
           END-IF.
      *
           READ EDERSALD.
      *
           IF (WRK-FS-EDERSALD         EQUAL '10')
               SET WRK-SALDO-ESGOTADO  TO TRUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1070-TESTAR-FS-EDERSALD
               ADD  1                  TO ACU-REG-SALDO-LIDOS
               IF (FD-REG-EDERSALD(1:4) LESS THAN
                                       WRK-SLD-CONTA-ANTERIOR)
                   MOVE 'EDERSALD'     TO WRK-SEQ-ARQUIVO
                   MOVE FD-REG-EDERSALD(1:4) TO WRK-SEQ-CHAVE
                   PERFORM 9100-ERRO-SEQUENCIA
               END-IF
               MOVE FD-REG-EDERSALD(1:4) TO WRK-SLD-CONTA-ANTERIOR
           END-IF.
      *
      *----------------------------------------------------------------*
       1320-99-FIM.                    EXIT.
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
               WHEN WRK-MST-CONTA-X    LESS THAN WRK-MOV-CONTA-X
                   PERFORM 2200-COPIAR-MESTRE
               WHEN WRK-MOV-CONTA-X    LESS THAN WRK-MST-CONTA-X
                   PERFORM 2300-TRATAR-MOVTO-SEM-MESTRE
               WHEN OTHER
                   PERFORM 2400-TRATAR-MOVTO-COM-MESTRE
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA POSICIONAR O EDERSALD NA CONTA DO MOVIMENTO E   *
      *    OBTER O SALDO ATUAL (CONTA SEM SALDO = ZERO). O SALDO       *
      *    DEVEDOR FICA EM WRK-SLD-DEVEDOR (ZERO SE O SALDO FOR        *
      *    CREDOR).                                                    *
      *----------------------------------------------------------------*
       2050-OBTER-SALDO-ATUAL          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1320-LER-SALDO
               UNTIL WRK-SALDO-ESGOTADO
                  OR FD-REG-EDERSALD(1:4) NOT LESS THAN
                                       WRK-MOV-CONTA-X.
      *
           MOVE ZERO                   TO WRK-SLD-ATUAL
                                          WRK-SLD-DEVEDOR.
      *
           IF WRK-SALDO-ESGOTADO
               GO TO 2050-99-FIM
           END-IF.
      *
           IF (FD-REG-EDERSALD(1:4)    EQUAL WRK-MOV-CONTA-X)
               IF (FD-SALDO-SINAL      EQUAL '-')
                   COMPUTE WRK-SLD-ATUAL = FD-SALDO-VALOR * -1
                   MOVE FD-SALDO-VALOR TO WRK-SLD-DEVEDOR
               ELSE
                   MOVE FD-SALDO-VALOR TO WRK-SLD-ATUAL
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR OS CAMPOS DE UM MOVIMENTO. O MOTIVO DA  *
      *    REJEICAO FICA EM WRK-MOTIVO-REJEICAO. NO ENCERRAMENTO E NA  *
      *    REABERTURA SO A CONTA E VALIDADA AQUI.                      *
      *----------------------------------------------------------------*
       2100-VALIDAR-MOVTO              SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-MOVTO-VALIDO        TO TRUE.
           MOVE SPACES                 TO WRK-MOTIVO-REJEICAO.
      *
           EVALUATE TRUE
               WHEN (FD-MOV-ACAO       NOT EQUAL 'I') AND
                    (FD-MOV-ACAO       NOT EQUAL 'A') AND
                    (FD-MOV-ACAO       NOT EQUAL 'E') AND
                    (FD-MOV-ACAO       NOT EQUAL 'R')
                   MOVE 'ACA'          TO WRK-MOTIVO-REJEICAO
               WHEN (EDERMOV-CONTA     NOT NUMERIC)
                   MOVE 'CTA'          TO WRK-MOTIVO-REJEICAO
               WHEN (EDERMOV-CONTA     EQUAL ZERO)
                   MOVE 'CTA'          TO WRK-MOTIVO-REJEICAO
               WHEN (FD-MOV-ACAO       EQUAL 'E') OR
                    (FD-MOV-ACAO       EQUAL 'R')
                   CONTINUE
               WHEN (EDERMOV-NOME      EQUAL SPACES)
                   MOVE 'NOM'          TO WRK-MOTIVO-REJEICAO
               WHEN (EDERMOV-SITUACAO  NOT EQUAL 'A') AND
                    (EDERMOV-SITUACAO  NOT EQUAL 'E')
                   MOVE 'SIT'          TO WRK-MOTIVO-REJEICAO
               WHEN (FD-MOV-ACAO       EQUAL 'I') AND
                    (EDERMOV-SITUACAO  NOT EQUAL 'A')
                   MOVE 'SIT'          TO WRK-MOTIVO-REJEICAO
               WHEN (EDERMOV-LIMITE    NOT NUMERIC)
                   MOVE 'LIM'          TO WRK-MOTIVO-REJEICAO
           END-EVALUATE.
      *
           IF (WRK-MOTIVO-REJEICAO     NOT EQUAL SPACES)
               MOVE SPACES             TO WRK-FLAG-MOVTO-VALIDO
           END-IF.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR UM MOVIMENTO CONTRA A CONTA EXISTENTE   *
      *    E O SEU SALDO ATUAL: ENCERRAMENTO (PELA ACAO 'E' OU POR     *
      *    ALTERACAO DA SITUACAO PARA 'E') EXIGE SALDO ZERO, O NOVO    *
      *    LIMITE NAO PODE SER MENOR QUE O SALDO DEVEDOR ATUAL E A     *
      *    REABERTURA SO PELA ACAO 'R'.                                *
      *----------------------------------------------------------------*
       2150-VALIDAR-CONTRA-MESTRE      SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2050-OBTER-SALDO-ATUAL.
      *
           EVALUATE TRUE
               WHEN (FD-MOV-ACAO       EQUAL 'E') AND
                    (EDERMSTC-SITUACAO EQUAL 'E')
                   MOVE 'SIT'          TO WRK-MOTIVO-REJEICAO
               WHEN (FD-MOV-ACAO       EQUAL 'E') AND
                    (WRK-SLD-ATUAL     NOT EQUAL ZERO)
                   MOVE 'SAL'          TO WRK-MOTIVO-REJEICAO
               WHEN (FD-MOV-ACAO       EQUAL 'R') AND
                    (EDERMSTC-SITUACAO NOT EQUAL 'E')
                   MOVE 'SIT'          TO WRK-MOTIVO-REJEICAO
               WHEN (FD-MOV-ACAO       EQUAL 'A') AND
                    (EDERMSTC-SITUACAO EQUAL 'E') AND
                    (EDERMOV-SITUACAO  EQUAL 'A')
                   MOVE 'REA'          TO WRK-MOTIVO-REJEICAO
               WHEN (FD-MOV-ACAO       EQUAL 'A') AND
                    (EDERMSTC-SITUACAO EQUAL 'A') AND
                    (EDERMOV-SITUACAO  EQUAL 'E') AND
                    (WRK-SLD-ATUAL     NOT EQUAL ZERO)
                   MOVE 'SAL'          TO WRK-MOTIVO-REJEICAO
               WHEN (FD-MOV-ACAO       EQUAL 'A') AND
                    (EDERMOV-LIMITE    LESS THAN WRK-SLD-DEVEDOR)
                   MOVE 'LMT'          TO WRK-MOTIVO-REJEICAO
           END-EVALUATE.
      *
           IF (WRK-MOTIVO-REJEICAO     NOT EQUAL SPACES)
               MOVE SPACES             TO WRK-FLAG-MOVTO-VALIDO
           END-IF.
      *
      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COPIAR PARA O NOVO MESTRE O REGISTRO ATUAL DO   *
      *    MESTRE (SEM MOVIMENTO) E AVANCAR                            *
      *----------------------------------------------------------------*
       2200-COPIAR-MESTRE              SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-EDERMSTN       FROM WRK-AREA-EDERMST.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-EDERMSTN.
           ADD  1                      TO ACU-REG-GRAVADOS.
      *
           PERFORM 1300-LER-MESTRE.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA TRATAR UM MOVIMENTO CUJA CONTA NAO EXISTE NO    *
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
                   WRITE FD-REG-EDERMSTN FROM WRK-AREA-EDERMOV
                   MOVE WRK-GRAVACAO   TO WRK-OPERACAO
                   PERFORM 1030-TESTAR-FS-EDERMSTN
                   ADD  1              TO ACU-REG-INCLUIDOS
                   ADD  1              TO ACU-REG-GRAVADOS
                   MOVE SPACES         TO MNTAUDCP-IMAGEM-ANTES
                   MOVE WRK-AREA-EDERMOV TO MNTAUDCP-IMAGEM-DEPOIS
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
      *    ROTINA PARA TRATAR UM MOVIMENTO CUJA CONTA EXISTE NO        *
      *    MESTRE: ALTERACAO SUBSTITUI, ENCERRAMENTO E REABERTURA SO   *
      *    TROCAM A SITUACAO E INCLUSAO DE CONTA JA EXISTENTE E        *
      *    REJEITADA                                                   *
      *----------------------------------------------------------------*
       2400-TRATAR-MOVTO-COM-MESTRE    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2100-VALIDAR-MOVTO.
      *
           IF WRK-MOVTO-VALIDO AND (FD-MOV-ACAO NOT EQUAL 'I')
               PERFORM 2150-VALIDAR-CONTRA-MESTRE
           END-IF.
      *
           MOVE WRK-AREA-EDERMST       TO MNTAUDCP-IMAGEM-ANTES.
      *
           EVALUATE TRUE
               WHEN NOT WRK-MOVTO-VALIDO
                   PERFORM 2500-GRAVAR-REJEITADO
                   PERFORM 2200-COPIAR-MESTRE
               WHEN FD-MOV-ACAO        EQUAL 'A'
                   WRITE FD-REG-EDERMSTN FROM WRK-AREA-EDERMOV
                   MOVE WRK-GRAVACAO   TO WRK-OPERACAO
                   PERFORM 1030-TESTAR-FS-EDERMSTN
                   ADD  1              TO ACU-REG-ALTERADOS
                   ADD  1              TO ACU-REG-GRAVADOS
                   MOVE WRK-AREA-EDERMOV TO MNTAUDCP-IMAGEM-DEPOIS
                   PERFORM 2600-GRAVAR-AUDITORIA
                   PERFORM 1300-LER-MESTRE
               WHEN FD-MOV-ACAO        EQUAL 'E' OR 'R'
                   IF (FD-MOV-ACAO     EQUAL 'E')
                       MOVE 'E'        TO EDERMSTC-SITUACAO
                       ADD  1          TO ACU-REG-ENCERRADOS
                   ELSE
                       MOVE 'A'        TO EDERMSTC-SITUACAO
                       ADD  1          TO ACU-REG-REABERTOS
                   END-IF
                   WRITE FD-REG-EDERMSTN FROM WRK-AREA-EDERMST
                   MOVE WRK-GRAVACAO   TO WRK-OPERACAO
                   PERFORM 1030-TESTAR-FS-EDERMSTN
                   ADD  1              TO ACU-REG-GRAVADOS
                   MOVE WRK-AREA-EDERMST TO MNTAUDCP-IMAGEM-DEPOIS
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
           WRITE FD-REG-EDERMREJ.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-EDERMREJ.
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
           MOVE WRK-MOV-CONTA-X        TO MNTAUDCP-CHAVE.
      *
           WRITE FD-REG-AUDITMNT       FROM MNTAUDCP-REGISTRO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-AUDITMNT.
      *
      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO: FECHA OS ARQUIVOS E COPIA O NOVO     *
      *    MESTRE (EDERMSTN) DE VOLTA PARA O EDERMAST                  *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERMAST         NOT EQUAL '35')
               CLOSE EDERMAST
           END-IF.
           IF (WRK-FS-EDERSALD         NOT EQUAL '35')
               CLOSE EDERSALD
           END-IF.
           CLOSE EDERMMOV EDERMSTN EDERMREJ AUDITMNT.
      *
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-EDERMMOV.
           PERFORM 1030-TESTAR-FS-EDERMSTN.
           PERFORM 1040-TESTAR-FS-EDERMREJ.
           PERFORM 1060-TESTAR-FS-AUDITMNT.
      *
           PERFORM 3050-ATUALIZAR-MESTRE.
           PERFORM 3100-EMITIR-ESTATISTICAS.
           PERFORM 3200-TERMINAR-PROCESSO.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COPIAR O EDERMSTN DE VOLTA PARA O EDERMAST      *
      *----------------------------------------------------------------*
       3050-ATUALIZAR-MESTRE           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  EDERMSTN.
           PERFORM 1030-TESTAR-FS-EDERMSTN.
      *
           OPEN OUTPUT EDERMAST.
           PERFORM 1010-TESTAR-FS-EDERMAST.
      *
           PERFORM 3055-COPIAR-MESTRE-NOVO
               UNTIL WRK-FS-EDERMSTN   EQUAL '10'.
      *
           CLOSE EDERMSTN.
           CLOSE EDERMAST.
      *
      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO EDERMSTN E GRAVA-LO NO       *
      *    EDERMAST                                                    *
      *----------------------------------------------------------------*
       3055-COPIAR-MESTRE-NOVO         SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERMSTN.
      *
           IF (WRK-FS-EDERMSTN         NOT EQUAL '10')
               PERFORM 1030-TESTAR-FS-EDERMSTN
               MOVE FD-REG-EDERMSTN    TO FD-REG-EDERMAST
               WRITE FD-REG-EDERMAST
               PERFORM 1010-TESTAR-FS-EDERMAST
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
           DISPLAY '* EDERMNT1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* EDERMAST |  I  | TOTAL REG.    | '
           ACU-REG-MESTRE-LIDOS '     *'.
           DISPLAY '* EDERMMOV |  I  | TOTAL REG.    | '
           ACU-REG-MOVTO-LIDOS '     *'.
           DISPLAY '* EDERSALD |  I  | TOTAL REG.    | '
           ACU-REG-SALDO-LIDOS '     *'.
           DISPLAY '* EDERMAST |  O  | TOTAL REG.    | '
           ACU-REG-GRAVADOS '     *'.
           DISPLAY '* EDERMREJ |  O  | TOTAL REG.    | '
           ACU-REG-REJEITADOS '     *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* INCLUIDOS  | ' ACU-REG-INCLUIDOS
           '                          *'.
           DISPLAY '* ALTERADOS  | ' ACU-REG-ALTERADOS
           '                          *'.
           DISPLAY '* ENCERRADOS | ' ACU-REG-ENCERRADOS
           '                          *'.
           DISPLAY '* REABERTOS  | ' ACU-REG-REABERTOS
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
      *    CHEGOU FORA DE ORDEM DE CONTA E O PROCESSAMENTO E ABORTADO  *
      *    PARA NAO CORROMPER O BATIMENTO.                             *
      *----------------------------------------------------------------*
       9100-ERRO-SEQUENCIA             SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY '************** ' WRK-PROGRAMA ' **************'.
           DISPLAY '*  ARQUIVO DE ENTRADA FORA DE ORDEM  *'.
           DISPLAY '*  ARQUIVO....: ' WRK-SEQ-ARQUIVO '          *'.
           DISPLAY '*  CHAVE......: ' WRK-SEQ-CHAVE '   *'.
           DISPLAY '*  CLASSIFICAR POR CONTA             *'.
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
