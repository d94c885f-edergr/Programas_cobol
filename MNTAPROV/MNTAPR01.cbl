      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. MNTAPR01.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  MNTAPR01                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  APROVACAO OU RECUSA DE LOTES DE MOVIMENTO DE *
      *                   MANUTENCAO DE CADASTRO MESTRE SUBMETIDOS     *
      *                   PELO MNTSUB01 (SEGUNDA METADE DA DUPLA       *
      *                   APROVACAO). O APROVADOR E O USUARIO QUE      *
      *                   EXECUTA O PROGRAMA: PRECISA TER ALCADA DE    *
      *                   APROVADOR PARA O PROGRAMA NO MNTAUTH E NAO   *
      *                   PODE SER O PREPARADOR DO LOTE. A APROVACAO   *
      *                   SO E ACEITA SE A ASSINATURA INFORMADA        *
      *                   CONFERIR COM A DO LOTE SUBMETIDO.            *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  MNTAPRV                     MNTAPRCP          *
      *                  MNTAUTH                     MNTAUTCP          *
      *                  MNTPEND                     MNTPNDCP          *
      *                  MNTPENN                     MNTPNDCP          *
      *                  MNTAREJ                     (VIDE FD)         *
      *                  AUDITMNT                    MNTAUDCP          *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: MNTAPRV  - DECISOES DO APROVADOR              *
      *                  MNTAUTH  - ALCADAS DE PREPARACAO/APROVACAO    *
      *                             POR USUARIO E PROGRAMA             *
      *                  MNTPEND  - LOTES SUBMETIDOS (ENTRADA E, AO    *
      *                             FINAL, SAIDA COM AS DECISOES)      *
      *                  MNTPENN  - NOVO MNTPEND (ARQUIVO DE TRABALHO, *
      *                             COPIADO PARA O MNTPEND AO FINAL)   *
      *                  MNTAREJ  - DECISOES RECUSADAS: MOTIVO +       *
      *                             REGISTRO MNTAPRCP                  *
      *                  AUDITMNT - TRILHA DE AUDITORIA DE MANUTENCAO: *
      *                             UMA LINHA POR DECISAO ACEITA, COM  *
      *                             O LOTE ANTES E DEPOIS              *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    MOTIVOS.....: DEC = DECISAO FORA DE A/R                     *
      *                  NEX = LOTE INEXISTENTE PARA O PROGRAMA        *
      *                  SIT = LOTE JA APROVADO OU RECUSADO            *
      *                  AUT = USUARIO SEM ALCADA DE APROVADOR         *
      *                  PRP = APROVADOR E O PREPARADOR DO LOTE        *
      *                  ASS = ASSINATURA (QTD/HASH) NAO CONFERE       *
      *----------------------------------------------------------------*
      *    RETURN-CODE.: 00 - TODAS AS DECISOES ACEITAS                *
      *                  04 - HOUVE DECISAO RECUSADA (MNTAREJ)         *
      *                  16 - ERRO DE ARQUIVO OU MAIS DE 500 DECISOES  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DA APROVACAO DE LOTES.   *
      *    15/10/2026 EGR      OS LOTES DO MNTPEND DEIXAM DE SER       *
      *                        CARREGADOS EM MEMORIA (LIMITE DE 5000   *
      *                        SOBRE TODO O HISTORICO): O MNTPEND E    *
      *                        REPASSADO PARA O MNTPENN APLICANDO AS   *
      *                        DECISOES, QUE FICAM EM MEMORIA (ATE 500 *
      *                        POR EXECUCAO).                          *
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
           SELECT MNTAPRV              ASSIGN
           TO DYNAMIC                  WRK-PATH-MNTAPRV
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-MNTAPRV.
      *
           SELECT MNTAUTH              ASSIGN
           TO DYNAMIC                  WRK-PATH-MNTAUTH
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-MNTAUTH.
      *
           SELECT MNTPEND              ASSIGN
           TO DYNAMIC                  WRK-PATH-MNTPEND
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-MNTPEND.
      *
           SELECT MNTPENN              ASSIGN
           TO DYNAMIC                  WRK-PATH-MNTPENN
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-MNTPENN.
      *
           SELECT MNTAREJ              ASSIGN
           TO DYNAMIC                  WRK-PATH-MNTAREJ
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-MNTAREJ.
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
      *    ENTRADA......: DECISOES DO APROVADOR (MNTAPRCP)             *
      *----------------------------------------------------------------*
       FD  MNTAPRV
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-MNTAPRV              PIC  X(080).
      *----------------------------------------------------------------*
      *    ENTRADA......: ALCADAS DE MANUTENCAO (MNTAUTCP)             *
      *----------------------------------------------------------------*
       FD  MNTAUTH
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-MNTAUTH              PIC  X(060).
      *----------------------------------------------------------------*
      *    I-O..........: LOTES SUBMETIDOS A APROVACAO (MNTPNDCP)      *
      *----------------------------------------------------------------*
       FD  MNTPEND
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-MNTPEND              PIC  X(080).
      *----------------------------------------------------------------*
      *    SAIDA........: NOVO MNTPEND COM AS DECISOES (MNTPNDCP)      *
      *----------------------------------------------------------------*
       FD  MNTPENN
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-MNTPENN              PIC  X(080).
      *----------------------------------------------------------------*
      *    CONTROLE......: DECISOES RECUSADAS                          *
      *----------------------------------------------------------------*
       FD  MNTAREJ
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-MNTAREJ.
           05  FD-REJ-MOTIVO           PIC  X(003).
           05  FD-REJ-REGISTRO         PIC  X(080).
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
           '*** MNTAPR01 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-DECISOES-LIDAS  PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-ALCADAS-LIDAS   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LOTES-LIDOS     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LOTES-GRAVADOS  PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-APROVADOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-RECUSADOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-REJEITADOS      PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CONTROLE DA APROVACAO ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-APROVACAO.
           05  WRK-USUARIO             PIC  X(008) VALUE SPACES.
           05  WRK-DATA-DECISAO        PIC  9(008) VALUE ZEROS.
           05  WRK-MOTIVO-REJEICAO     PIC  X(003) VALUE SPACES.
           05  WRK-IMAGEM-ANTES        PIC  X(080) VALUE SPACES.
           05  WRK-FLAG-MNTAPRV        PIC  X(001) VALUE SPACES.
               88  WRK-MNTAPRV-ESGOTADO            VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA TABELA DE DECISOES (MNTAPRV) ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-DECISAO.
           05  WRK-QTD-DECISAO         PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-DECISAO-ITEM    OCCURS 500 TIMES.
               10  WRK-DEC-REGISTRO    PIC  X(080).
               10  WRK-DEC-MOTIVO      PIC  X(003).
               10  WRK-DEC-TRATADA     PIC  X(001).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-DECISAO.
           05  WRK-IDX-DECISAO         PIC  9(004) COMP VALUE ZERO.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA TABELA DE ALCADAS (MNTAUTH) ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-ALCADA.
           05  WRK-QTD-ALCADA          PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-ALCADA-ITEM     OCCURS 500 TIMES.
               10  WRK-ALC-USUARIO     PIC  X(008).
               10  WRK-ALC-PROGRAMA    PIC  X(008).
               10  WRK-ALC-APROVA      PIC  X(001).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-ALCADA.
           05  WRK-IDX-ALCADA          PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-APROVADOR      PIC  X(001) VALUE SPACES.
               88  WRK-USUARIO-APROVADOR           VALUE 'S'.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'MNTAPR01'.
           05  WRK-FS-MNTAPRV          PIC  X(002) VALUE SPACES.
           05  WRK-FS-MNTAUTH          PIC  X(002) VALUE SPACES.
           05  WRK-FS-MNTPEND          PIC  X(002) VALUE SPACES.
           05  WRK-FS-MNTPENN          PIC  X(002) VALUE SPACES.
           05  WRK-FS-MNTAREJ          PIC  X(002) VALUE SPACES.
           05  WRK-FS-AUDITMNT         PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-MNTAPRV        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\MNTAPRV.dat'.
           05  WRK-PATH-MNTAUTH        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\MNTAUTH.dat'.
           05  WRK-PATH-MNTPEND        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\MNTPEND.dat'.
           05  WRK-PATH-MNTPENN        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\MNTPENN.dat'.
           05  WRK-PATH-MNTAREJ        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\MNTAREJ.dat'.
           05  WRK-PATH-AUDITMNT       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\AUDITMNT.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DE DECISOES (MNTAPRV) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-MNTAPR.
           COPY MNTAPRCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DE ALCADAS (MNTAUTH) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-MNTAUT.
           COPY MNTAUTCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DE LOTES (MNTPEND) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-MNTPND.
           COPY MNTPNDCP.
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
           '*** MNTAPR01 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-REPASSAR-LOTES.
           PERFORM 2500-GRAVAR-REJEITADOS.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: CARREGA AS ALCADAS E AS DECISOES   *
      *    EM MEMORIA E ABRE AS RECUSAS E A AUDITORIA                  *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-OBTER-USUARIO.
           ACCEPT WRK-DATA-DECISAO     FROM DATE YYYYMMDD.
      *
           PERFORM 1010-CARREGAR-ALCADAS.
           PERFORM 1020-CARREGAR-DECISOES.
      *
           OPEN OUTPUT MNTAREJ.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-MNTAREJ.
      *
           OPEN EXTEND AUDITMNT.
           IF (WRK-FS-AUDITMNT         EQUAL '35') OR
              (WRK-FS-AUDITMNT         EQUAL '05')
               OPEN OUTPUT AUDITMNT
           END-IF.
           PERFORM 1050-TESTAR-FS-AUDITMNT.
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'MNTAPRV_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-MNTAPRV
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'MNTAUTH_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-MNTAUTH
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'MNTPEND_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-MNTPEND
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'MNTPENN_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-MNTPENN
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'MNTAREJ_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-MNTAREJ
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
      *    ROTINA PARA OBTER O USUARIO DO AMBIENTE, NO MESMO CRITERIO  *
      *    DA TRILHA DE AUDITORIA DOS PROGRAMAS DE MANUTENCAO          *
      *----------------------------------------------------------------*
       1008-OBTER-USUARIO              SECTION.
      *----------------------------------------------------------------*
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
       1008-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA AS ALCADAS (MNTAUTH). SEM O *
      *    ARQUIVO NINGUEM TEM ALCADA E TODA DECISAO E RECUSADA.       *
      *----------------------------------------------------------------*
       1010-CARREGAR-ALCADAS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-ALCADA.
      *
           OPEN INPUT MNTAUTH.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1015-TESTAR-FS-MNTAUTH.
      *
           IF (WRK-FS-MNTAUTH          NOT EQUAL '35')
               PERFORM 1011-LER-ALCADA
                   UNTIL WRK-FS-MNTAUTH EQUAL '10'
               CLOSE MNTAUTH
           END-IF.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UMA ALCADA E CARREGAR NA TABELA             *
      *----------------------------------------------------------------*
       1011-LER-ALCADA                 SECTION.
      *----------------------------------------------------------------*
      *
           READ MNTAUTH                INTO WRK-AREA-MNTAUT.
      *
           IF (WRK-FS-MNTAUTH          EQUAL '10')
               GO TO 1011-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1015-TESTAR-FS-MNTAUTH.
           ADD  1                      TO ACU-REG-ALCADAS-LIDAS.
      *
           IF (WRK-QTD-ALCADA          NOT LESS THAN 500)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DE ALCADAS CHEIA           *'
               DISPLAY '*  LIMITE DE 500 ALCADAS EXCEDIDO    *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-ALCADA.
           MOVE MNTAUTCP-USUARIO       TO
                              WRK-ALC-USUARIO(WRK-QTD-ALCADA).
           MOVE MNTAUTCP-PROGRAMA      TO
                              WRK-ALC-PROGRAMA(WRK-QTD-ALCADA).
           MOVE MNTAUTCP-APROVA        TO
                              WRK-ALC-APROVA(WRK-QTD-ALCADA).
      *
      *----------------------------------------------------------------*
       1011-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO MNTAUTH. O FS     *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO.                      *
      *----------------------------------------------------------------*
       1015-TESTAR-FS-MNTAUTH          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-MNTAUTH          NOT EQUAL '00') AND
              (WRK-FS-MNTAUTH          NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              MNTAUTH               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-MNTAUTH
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'MNTAUTH'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-MNTAUTH   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1015-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA AS DECISOES DO MNTAPRV, NA  *
      *    ORDEM DO ARQUIVO. A DECISAO FORA DE A/R JA FICA RECUSADA.   *
      *    OS LOTES (MNTPEND) NAO FICAM EM MEMORIA: SAO REPASSADOS EM  *
      *    2000, SEM LIMITE DE VOLUME.                                 *
      *----------------------------------------------------------------*
       1020-CARREGAR-DECISOES          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-DECISAO.
      *
           OPEN INPUT MNTAPRV.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-MNTAPRV.
      *
           PERFORM 1300-LER-MNTAPRV.
           PERFORM 1021-GUARDAR-DECISAO
               UNTIL WRK-MNTAPRV-ESGOTADO.
      *
           CLOSE MNTAPRV.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GUARDAR A DECISAO LIDA NA TABELA E LER A        *
      *    PROXIMA                                                     *
      *----------------------------------------------------------------*
       1021-GUARDAR-DECISAO            SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-QTD-DECISAO         NOT LESS THAN 500)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DE DECISOES CHEIA          *'
               DISPLAY '*  LIMITE DE 500 DECISOES EXCEDIDO   *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-DECISAO.
           MOVE MNTAPRCP-REGISTRO      TO
                              WRK-DEC-REGISTRO(WRK-QTD-DECISAO).
           MOVE SPACES                 TO
                              WRK-DEC-MOTIVO(WRK-QTD-DECISAO)
                              WRK-DEC-TRATADA(WRK-QTD-DECISAO).
      *
           IF (MNTAPRCP-DECISAO        NOT EQUAL 'A') AND
              (MNTAPRCP-DECISAO        NOT EQUAL 'R')
               MOVE 'DEC'              TO
                              WRK-DEC-MOTIVO(WRK-QTD-DECISAO)
               MOVE 'S'                TO
                              WRK-DEC-TRATADA(WRK-QTD-DECISAO)
           END-IF.
      *
           PERFORM 1300-LER-MNTAPRV.
      *
      *----------------------------------------------------------------*
       1021-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO MNTPEND. O FS     *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO.                      *
      *----------------------------------------------------------------*
       1025-TESTAR-FS-MNTPEND          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-MNTPEND          NOT EQUAL '00') AND
              (WRK-FS-MNTPEND          NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              MNTPEND               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-MNTPEND
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'MNTPEND'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-MNTPEND   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1025-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO MNTPENN           *
      *----------------------------------------------------------------*
       1026-TESTAR-FS-MNTPENN          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-MNTPENN          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              MNTPENN               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-MNTPENN
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'MNTPENN'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-MNTPENN   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1026-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO MNTAPRV           *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-MNTAPRV          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-MNTAPRV          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              MNTAPRV               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-MNTAPRV
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'MNTAPRV'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-MNTAPRV   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO MNTAREJ           *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-MNTAREJ          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-MNTAREJ          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              MNTAREJ               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-MNTAREJ
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'MNTAREJ'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-MNTAREJ   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO AUDITMNT          *
      *----------------------------------------------------------------*
       1050-TESTAR-FS-AUDITMNT         SECTION.
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
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UMA DECISAO DO MNTAPRV                      *
      *----------------------------------------------------------------*
       1300-LER-MNTAPRV                SECTION.
      *----------------------------------------------------------------*
      *
           READ MNTAPRV                INTO WRK-AREA-MNTAPR.
      *
           IF (WRK-FS-MNTAPRV          EQUAL '10')
               SET WRK-MNTAPRV-ESGOTADO TO TRUE
               GO TO 1300-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-MNTAPRV.
           ADD  1                      TO ACU-REG-DECISOES-LIDAS.
      *
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA REPASSAR O MNTPEND PARA O MNTPENN, APLICANDO A  *
      *    CADA LOTE AS DECISOES DO MNTAPRV QUE O CITAM. SEM O MNTPEND *
      *    NAO HA LOTE A DECIDIR.                                      *
      *----------------------------------------------------------------*
       2000-REPASSAR-LOTES             SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-QTD-DECISAO         EQUAL ZERO)
               GO TO 2000-99-FIM
           END-IF.
      *
           OPEN INPUT MNTPEND.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1025-TESTAR-FS-MNTPEND.
      *
           IF (WRK-FS-MNTPEND          EQUAL '35')
               GO TO 2000-99-FIM
           END-IF.
      *
           OPEN OUTPUT MNTPENN.
           PERFORM 1026-TESTAR-FS-MNTPENN.
      *
           PERFORM 2010-PROCESSAR-LOTE
               UNTIL WRK-FS-MNTPEND    EQUAL '10'.
      *
           CLOSE MNTPEND MNTPENN.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM LOTE DO MNTPEND, APLICAR AS DECISOES     *
      *    SOBRE ELE E GRAVA-LO NO MNTPENN                             *
      *----------------------------------------------------------------*
       2010-PROCESSAR-LOTE             SECTION.
      *----------------------------------------------------------------*
      *
           READ MNTPEND                INTO WRK-AREA-MNTPND.
      *
           IF (WRK-FS-MNTPEND          EQUAL '10')
               GO TO 2010-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1025-TESTAR-FS-MNTPEND.
           ADD  1                      TO ACU-REG-LOTES-LIDOS.
      *
           PERFORM 2020-VERIFICAR-DECISAO
               VARYING WRK-IDX-DECISAO FROM 1 BY 1
               UNTIL   WRK-IDX-DECISAO GREATER THAN WRK-QTD-DECISAO.
      *
           WRITE FD-REG-MNTPENN        FROM MNTPNDCP-REGISTRO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1026-TESTAR-FS-MNTPENN.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA TRATAR UMA DECISAO DA TABELA, SE CITAR O LOTE   *
      *    LIDO: VALIDA E APLICA AO LOTE OU GUARDA O MOTIVO DA RECUSA. *
      *    AS DECISOES SOBRE O MESMO LOTE VALEM NA ORDEM DO MNTAPRV.   *
      *----------------------------------------------------------------*
       2020-VERIFICAR-DECISAO          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-DEC-TRATADA(WRK-IDX-DECISAO) EQUAL 'S')
               GO TO 2020-99-FIM
           END-IF.
      *
           MOVE WRK-DEC-REGISTRO(WRK-IDX-DECISAO) TO MNTAPRCP-REGISTRO.
      *
           IF (MNTAPRCP-PROGRAMA       NOT EQUAL MNTPNDCP-PROGRAMA) OR
              (MNTAPRCP-LOTE           NOT EQUAL MNTPNDCP-LOTE)
               GO TO 2020-99-FIM
           END-IF.
      *
           MOVE 'S'                    TO
                              WRK-DEC-TRATADA(WRK-IDX-DECISAO).
      *
           PERFORM 2100-VALIDAR-DECISAO.
      *
           IF (WRK-MOTIVO-REJEICAO     EQUAL SPACES)
               PERFORM 2200-APLICAR-DECISAO
           ELSE
               MOVE WRK-MOTIVO-REJEICAO TO
                              WRK-DEC-MOTIVO(WRK-IDX-DECISAO)
           END-IF.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR A DECISAO (MNTAPRCP) CONTRA O LOTE LIDO *
      *    (MNTPNDCP). O MOTIVO DA REJEICAO FICA EM                    *
      *    WRK-MOTIVO-REJEICAO.                                        *
      *----------------------------------------------------------------*
       2100-VALIDAR-DECISAO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-MOTIVO-REJEICAO.
      *
           IF NOT MNTPNDCP-PENDENTE
               MOVE 'SIT'              TO WRK-MOTIVO-REJEICAO
               GO TO 2100-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-APROVADOR.
           PERFORM 2120-COMPARAR-ALCADA
               VARYING WRK-IDX-ALCADA FROM 1 BY 1
               UNTIL   WRK-IDX-ALCADA GREATER THAN WRK-QTD-ALCADA
                    OR WRK-USUARIO-APROVADOR.
      *
           EVALUATE TRUE
               WHEN NOT WRK-USUARIO-APROVADOR
                   MOVE 'AUT'          TO WRK-MOTIVO-REJEICAO
               WHEN (MNTPNDCP-PREPARADOR EQUAL WRK-USUARIO)
                   MOVE 'PRP'          TO WRK-MOTIVO-REJEICAO
               WHEN (MNTAPRCP-DECISAO  EQUAL 'A')          AND
                   ((MNTAPRCP-QTD      NOT EQUAL MNTPNDCP-QTD) OR
                    (MNTAPRCP-HASH     NOT EQUAL MNTPNDCP-HASH))
                   MOVE 'ASS'          TO WRK-MOTIVO-REJEICAO
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFERIR SE UMA ALCADA DA TABELA DA AO USUARIO  *
      *    O DIREITO DE APROVAR LOTES DO PROGRAMA                      *
      *----------------------------------------------------------------*
       2120-COMPARAR-ALCADA            SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-ALC-USUARIO(WRK-IDX-ALCADA)  EQUAL WRK-USUARIO) AND
              (WRK-ALC-PROGRAMA(WRK-IDX-ALCADA) EQUAL
                                       MNTPNDCP-PROGRAMA)          AND
              (WRK-ALC-APROVA(WRK-IDX-ALCADA)   EQUAL 'S')
               SET WRK-USUARIO-APROVADOR TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA APLICAR A DECISAO AO LOTE LIDO E REGISTRAR      *
      *    NA TRILHA DE AUDITORIA (ACAO = DECISAO, IMAGENS DO LOTE     *
      *    ANTES E DEPOIS)                                             *
      *----------------------------------------------------------------*
       2200-APLICAR-DECISAO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE MNTPNDCP-REGISTRO      TO WRK-IMAGEM-ANTES.
      *
           MOVE MNTAPRCP-DECISAO       TO MNTPNDCP-SITUACAO.
           MOVE WRK-USUARIO            TO MNTPNDCP-APROVADOR.
           MOVE WRK-DATA-DECISAO       TO MNTPNDCP-DATA-DECISAO.
      *
           IF MNTPNDCP-APROVADO
               ADD  1                  TO ACU-REG-APROVADOS
           ELSE
               ADD  1                  TO ACU-REG-RECUSADOS
           END-IF.
      *
           MOVE WRK-PROGRAMA           TO MNTAUDCP-PROGRAMA.
           ACCEPT MNTAUDCP-DATA        FROM DATE YYYYMMDD.
           ACCEPT MNTAUDCP-HORA        FROM TIME.
           MOVE WRK-USUARIO            TO MNTAUDCP-USUARIO.
           MOVE MNTAPRCP-DECISAO       TO MNTAUDCP-ACAO.
           MOVE SPACES                 TO MNTAUDCP-CHAVE.
           MOVE MNTPNDCP-PROGRAMA      TO MNTAUDCP-CHAVE(1:8).
           MOVE MNTPNDCP-LOTE          TO MNTAUDCP-CHAVE(9:6).
           MOVE WRK-IMAGEM-ANTES       TO MNTAUDCP-IMAGEM-ANTES.
           MOVE MNTPNDCP-REGISTRO      TO MNTAUDCP-IMAGEM-DEPOIS.
      *
           WRITE FD-REG-AUDITMNT       FROM MNTAUDCP-REGISTRO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-AUDITMNT.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR NO MNTAREJ, NA ORDEM DO MNTAPRV, AS      *
      *    DECISOES RECUSADAS. A DECISAO QUE NAO CITOU NENHUM LOTE DO  *
      *    MNTPEND E RECUSADA COMO LOTE INEXISTENTE.                   *
      *----------------------------------------------------------------*
       2500-GRAVAR-REJEITADOS          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2510-GRAVAR-REJEITADO
               VARYING WRK-IDX-DECISAO FROM 1 BY 1
               UNTIL   WRK-IDX-DECISAO GREATER THAN WRK-QTD-DECISAO.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UMA DECISAO RECUSADA NO MNTAREJ          *
      *----------------------------------------------------------------*
       2510-GRAVAR-REJEITADO           SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-DEC-TRATADA(WRK-IDX-DECISAO) NOT EQUAL 'S')
               MOVE 'NEX'              TO
                              WRK-DEC-MOTIVO(WRK-IDX-DECISAO)
           END-IF.
      *
           IF (WRK-DEC-MOTIVO(WRK-IDX-DECISAO) EQUAL SPACES)
               GO TO 2510-99-FIM
           END-IF.
      *
           MOVE WRK-DEC-MOTIVO(WRK-IDX-DECISAO) TO FD-REJ-MOTIVO.
           MOVE WRK-DEC-REGISTRO(WRK-IDX-DECISAO) TO FD-REJ-REGISTRO.
      *
           WRITE FD-REG-MNTAREJ.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-MNTAREJ.
           ADD  1                      TO ACU-REG-REJEITADOS.
      *
      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO: FECHA OS ARQUIVOS E, SE HOUVE        *
      *    DECISAO APLICADA, COPIA O MNTPENN PARA O MNTPEND            *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE MNTAREJ AUDITMNT.
      *
           IF (ACU-REG-APROVADOS       GREATER THAN ZERO) OR
              (ACU-REG-RECUSADOS       GREATER THAN ZERO)
               PERFORM 3050-REGRAVAR-LOTES
           END-IF.
      *
           PERFORM 3100-EMITIR-ESTATISTICAS.
           PERFORM 3200-TERMINAR-PROCESSO.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA REGRAVAR O MNTPEND A PARTIR DO MNTPENN          *
      *----------------------------------------------------------------*
       3050-REGRAVAR-LOTES             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  MNTPENN.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1026-TESTAR-FS-MNTPENN.
      *
           OPEN OUTPUT MNTPEND.
           PERFORM 1025-TESTAR-FS-MNTPEND.
      *
           PERFORM 3055-GRAVAR-LOTE
               UNTIL WRK-FS-MNTPENN    EQUAL '10'.
      *
           CLOSE MNTPENN MNTPEND.
      *
      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM LOTE DO MNTPENN E GRAVA-LO NO MNTPEND    *
      *----------------------------------------------------------------*
       3055-GRAVAR-LOTE                SECTION.
      *----------------------------------------------------------------*
      *
           READ MNTPENN.
      *
           IF (WRK-FS-MNTPENN          EQUAL '10')
               GO TO 3055-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1026-TESTAR-FS-MNTPENN.
      *
           WRITE FD-REG-MNTPEND        FROM FD-REG-MNTPENN.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1025-TESTAR-FS-MNTPEND.
           ADD  1                      TO ACU-REG-LOTES-GRAVADOS.
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
           DISPLAY '* MNTAPR01 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* MNTAPRV  |  I  | TOTAL REG.    | '
           ACU-REG-DECISOES-LIDAS '     *'.
           DISPLAY '* MNTAUTH  |  I  | TOTAL REG.    | '
           ACU-REG-ALCADAS-LIDAS '     *'.
           DISPLAY '* MNTPEND  |  I  | TOTAL REG.    | '
           ACU-REG-LOTES-LIDOS '     *'.
           DISPLAY '* MNTPEND  |  O  | TOTAL REG.    | '
           ACU-REG-LOTES-GRAVADOS '     *'.
           DISPLAY '* MNTAREJ  |  O  | TOTAL REG.    | '
           ACU-REG-REJEITADOS '     *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* APROVADOS | ' ACU-REG-APROVADOS
           '                           *'.
           DISPLAY '* RECUSADOS | ' ACU-REG-RECUSADOS
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
      *    ROTINA DE GRAVACAO NO LOG DE EXCECAO/ABEND (ERRLOG)         *
      *----------------------------------------------------------------*
       9050-GRAVAR-ERRLOG              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO ERRLOGCP-REGISTRO.
      *
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
