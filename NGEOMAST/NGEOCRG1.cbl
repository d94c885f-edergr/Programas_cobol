      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. NGEOCRG1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  NGEOCRG1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  CARGA DO CADASTRO MESTRE DE NUMERACAO NAO    *
      *                   GEOGRAFICA (NGEOMAST): RECEBE A EXPORTACAO   *
      *                   DA PLANILHA DE BLOCOS 0800/0300/0500/0900 E  *
      *                   CODIGOS CURTOS 1XX (NGEOENT, NO LAYOUT DO    *
      *                   BOOK NGEMSTCP), CLASSIFICA POR SERVICO +     *
      *                   NUMERO-INICIAL + DATA-INICIAL, VALIDA CADA   *
      *                   BLOCO E REGRAVA O NGEOMAST SO COM OS BLOCOS  *
      *                   VALIDOS. OS BLOCOS INCONSISTENTES VAO PARA O *
      *                   NGEOREJ COM O MOTIVO DA REJEICAO.            *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  NGEOENT                     NGEMSTCP          *
      *                  NGEOSRT                     NGEMSTCP          *
      *                  NGEOMAST                    NGEMSTCP          *
      *                  NGEOREJ                     (VIDE FD)         *
      *                  EOTMAST                     EOTMSTCP          *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: NGEOENT  - BLOCOS EXPORTADOS DA PLANILHA DE   *
      *                             NUMERACAO NAO GEOGRAFICA           *
      *                  NGEOSRT  - TRABALHO: NGEOENT CLASSIFICADO     *
      *                             POR SERVICO, NUMERO-INICIAL E      *
      *                             DATA-INICIAL                       *
      *                  NGEOMAST - CADASTRO MESTRE DE NUMERACAO NAO   *
      *                             GEOGRAFICA (SO BLOCOS VALIDOS,     *
      *                             REGRAVADO A CADA CARGA)            *
      *                  NGEOREJ  - BLOCOS REJEITADOS: MOTIVO +        *
      *                             REGISTRO RECEBIDO                  *
      *                  EOTMAST  - CADASTRO MESTRE DE OPERADORAS,     *
      *                             PARA VALIDAR A DETENTORA           *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    MOTIVOS.....: SRV = SERVICO FORA DE 0800/0300/0500/0900/1XX *
      *                  NUM = NUMERO-INICIAL/NUMERO-FINAL NAO         *
      *                        NUMERICOS, FINAL MENOR QUE O INICIAL OU *
      *                        CODIGO CURTO FORA DE 100 A 199          *
      *                  EOT = DETENTORA EM BRANCO, AUSENTE OU INATIVA *
      *                        NO EOTMAST                              *
      *                  MOD = MODELO DE COBRANCA INVALIDO PARA O      *
      *                        SERVICO (0800 = R, 0300 = P, 0500 = C,  *
      *                        0900 = A, 1XX = G OU C)                 *
      *                  DTA = DATA-INICIAL/DATA-FINAL INVALIDAS OU    *
      *                        DATA-FINAL ANTERIOR A DATA-INICIAL      *
      *                  SOB = BLOCO E JANELA DE VIGENCIA SOBREPOSTOS  *
      *                        A OUTRO BLOCO JA ACEITO DO MESMO        *
      *                        SERVICO                                 *
      *----------------------------------------------------------------*
      *    RETURN-CODE.: 00 - CARGA SEM REJEICAO                       *
      *                  04 - HA BLOCO REJEITADO (NGEOREJ)             *
      *                  16 - ERRO DE ARQUIVO / TABELA CHEIA           *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DA CARGA DO CADASTRO DE  *
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
           SELECT NGEOENT              ASSIGN
           TO DYNAMIC                  WRK-PATH-NGEOENT
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-NGEOENT.
      *
           SELECT NGEOSRT              ASSIGN
           TO DYNAMIC                  WRK-PATH-NGEOSRT
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-NGEOSRT.
      *
           SELECT ORDENACAO            ASSIGN TO 'SORTWK01'.
      *
           SELECT NGEOMAST             ASSIGN
           TO DYNAMIC                  WRK-PATH-NGEOMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-NGEOMAST.
      *
           SELECT NGEOREJ              ASSIGN
           TO DYNAMIC                  WRK-PATH-NGEOREJ
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-NGEOREJ.
      *
           SELECT EOTMAST              ASSIGN
           TO DYNAMIC                  WRK-PATH-EOTMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EOTMAST.
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
      *    ENTRADA......: BLOCOS EXPORTADOS DA PLANILHA                *
      *----------------------------------------------------------------*
       FD  NGEOENT
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-NGEOENT              PIC  X(080).
      *----------------------------------------------------------------*
      *    TRABALHO.....: BLOCOS CLASSIFICADOS                         *
      *----------------------------------------------------------------*
       FD  NGEOSRT
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-NGEOSRT              PIC  X(080).
      *----------------------------------------------------------------*
      *    ORDENACAO....: SERVICO + NUMERO-INICIAL + DATA-INICIAL      *
      *----------------------------------------------------------------*
       SD  ORDENACAO.
      *
       01  SRT-REGISTRO.
           05  SRT-SERVICO              PIC  X(004).
           05  SRT-NUMERO-INICIAL       PIC  X(007).
           05  FILLER                   PIC  X(011).
           05  SRT-DATA-INICIAL         PIC  X(008).
           05  FILLER                   PIC  X(050).
      *----------------------------------------------------------------*
      *    SAIDA........: CADASTRO MESTRE DE NUMERACAO NAO GEOGRAFICA  *
      *----------------------------------------------------------------*
       FD  NGEOMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-NGEOMAST             PIC  X(080).
      *----------------------------------------------------------------*
      *    SAIDA........: BLOCOS REJEITADOS                            *
      *----------------------------------------------------------------*
       FD  NGEOREJ
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-NGEOREJ.
           05  FD-REJ-MOTIVO           PIC  X(003).
           05  FD-REJ-REGISTRO         PIC  X(080).
      *----------------------------------------------------------------*
      *    ENTRADA......: CADASTRO MESTRE DE OPERADORAS                *
      *----------------------------------------------------------------*
       FD  EOTMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EOTMAST              PIC  X(060).
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
           '*** NGEOCRG1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-LIDOS           PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-GRAVADOS        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-REJEITADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-EOTMAST-LIDOS   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-0800            PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-0300            PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-0500            PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-0900            PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-CURTO           PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CONTROLE DA CARGA ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-CARGA.
           05  WRK-FLAG-FIM-NGEOSRT    PIC  X(001) VALUE SPACES.
               88  WRK-NGEOSRT-ESGOTADO            VALUE 'S'.
           05  WRK-FLAG-FIM-CARGA      PIC  X(001) VALUE SPACES.
               88  WRK-CARGA-ESGOTADA              VALUE 'S'.
           05  WRK-MOTIVO-REJEICAO     PIC  X(003) VALUE SPACES.
           05  WRK-FLAG-SERVICO        PIC  X(001) VALUE SPACES.
               88  WRK-SERVICO-0800                VALUE '1'.
               88  WRK-SERVICO-0300                VALUE '2'.
               88  WRK-SERVICO-0500                VALUE '3'.
               88  WRK-SERVICO-0900                VALUE '4'.
               88  WRK-SERVICO-CURTO               VALUE '5'.
           05  WRK-FLAG-MODELO-OK      PIC  X(001) VALUE SPACES.
               88  WRK-MODELO-VALIDO               VALUE 'S'.
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
           '*** AREA DOS BLOCOS JA ACEITOS ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-BLOCO.
           05  WRK-QTD-BLOCO           PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-BLOCO-ITEM      OCCURS 5000 TIMES.
               10  WRK-BLO-SERVICO     PIC  X(004).
               10  WRK-BLO-NUMERO-INI  PIC  9(007).
               10  WRK-BLO-NUMERO-FIM  PIC  9(007).
               10  WRK-BLO-DATA-INICIAL
                                       PIC  X(008).
               10  WRK-BLO-FIM-EFETIVO PIC  X(008).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-BLOCO.
           05  WRK-IDX-BLOCO           PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-SOBREPOSTO     PIC  X(001) VALUE SPACES.
               88  WRK-BLOCO-SOBREPOSTO            VALUE 'S'.
           05  WRK-ENT-FIM-EFETIVO     PIC  X(008) VALUE SPACES.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'NGEOCRG1'.
           05  WRK-FS-NGEOENT          PIC  X(002) VALUE SPACES.
           05  WRK-FS-NGEOSRT          PIC  X(002) VALUE SPACES.
           05  WRK-FS-NGEOMAST         PIC  X(002) VALUE SPACES.
           05  WRK-FS-NGEOREJ          PIC  X(002) VALUE SPACES.
           05  WRK-FS-EOTMAST          PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-NGEOENT        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\NGEOENT.dat'.
           05  WRK-PATH-NGEOSRT        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\NGEOSRT.dat'.
           05  WRK-PATH-NGEOMAST       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\NGEOMAST.dat'.
           05  WRK-PATH-NGEOREJ        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\NGEOREJ.dat'.
           05  WRK-PATH-EOTMAST        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EOTMAST.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DE NUMERACAO NAO GEOGR. ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-NGEMST.
           COPY NGEMSTCP.
       01  WRK-AREA-NGEMST-R           REDEFINES WRK-AREA-NGEMST.
           05  FILLER                  PIC  X(004).
           05  WRK-ENT-NUMERO-INI-X    PIC  X(007).
           05  WRK-ENT-NUMERO-FIM-X    PIC  X(007).
           05  FILLER                  PIC  X(062).
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
           '*** NGEOCRG1 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 1300-LER-BLOCO.
           PERFORM 2000-PROCESSAR
               UNTIL WRK-NGEOSRT-ESGOTADO.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: CARREGA AS OPERADORAS, CLASSIFICA  *
      *    A ENTRADA E ABRE OS ARQUIVOS DA CARGA                       *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1070-CARREGAR-OPERADORAS.
      *
           OPEN INPUT NGEOENT.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-NGEOENT.
           CLOSE NGEOENT.
      *
           SORT ORDENACAO
               ON ASCENDING KEY SRT-SERVICO
                                SRT-NUMERO-INICIAL
                                SRT-DATA-INICIAL
               USING  NGEOENT
               GIVING NGEOSRT.
      *
           OPEN INPUT  NGEOSRT
                OUTPUT NGEOMAST NGEOREJ.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-NGEOSRT.
           PERFORM 1030-TESTAR-FS-NGEOMAST.
           PERFORM 1040-TESTAR-FS-NGEOREJ.
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'NGEOENT_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-NGEOENT
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'NGEOSRT_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-NGEOSRT
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                                           'NGEOMAST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-NGEOMAST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'NGEOREJ_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-NGEOREJ
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EOTMAST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EOTMAST
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
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO NGEOENT           *
      *----------------------------------------------------------------*
       1010-TESTAR-FS-NGEOENT          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-NGEOENT          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              NGEOENT               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-NGEOENT
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'NGEOENT'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-NGEOENT   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO NGEOSRT           *
      *----------------------------------------------------------------*
       1020-TESTAR-FS-NGEOSRT          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-NGEOSRT          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              NGEOSRT               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-NGEOSRT
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'NGEOSRT'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-NGEOSRT   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO NGEOMAST          *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-NGEOMAST         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-NGEOMAST         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              NGEOMAST              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-NGEOMAST
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'NGEOMAST'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-NGEOMAST  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO NGEOREJ           *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-NGEOREJ          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-NGEOREJ          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              NGEOREJ               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-NGEOREJ
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'NGEOREJ'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-NGEOREJ   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR A TABELA DE OPERADORAS DO EOTMAST,     *
      *    USADA NA VALIDACAO DA OPERADORA DETENTORA                   *
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
      *    ROTINA PARA LER UM BLOCO DO ARQUIVO CLASSIFICADO. SERVICO   *
      *    E MODELO DE COBRANCA SAO PASSADOS PARA MAIUSCULAS (A        *
      *    PLANILHA ACEITA '1xx' E 'r').                               *
      *----------------------------------------------------------------*
       1300-LER-BLOCO                  SECTION.
      *----------------------------------------------------------------*
      *
           READ NGEOSRT                INTO WRK-AREA-NGEMST.
      *
           IF (WRK-FS-NGEOSRT          EQUAL '10')
               SET WRK-NGEOSRT-ESGOTADO TO TRUE
               GO TO 1300-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-NGEOSRT.
           ADD  1                      TO ACU-REG-LIDOS.
      *
           INSPECT NGEMSTCP-SERVICO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT NGEMSTCP-MODELO-COBRANCA
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSOS: VALIDA O BLOCO E GRAVA NO NGEOMAST OU  *
      *    NO NGEOREJ                                                  *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2100-VALIDAR-BLOCO.
      *
           IF (WRK-MOTIVO-REJEICAO     EQUAL SPACES)
               PERFORM 2400-GRAVAR-BLOCO
           ELSE
               PERFORM 2500-GRAVAR-REJEITADO
           END-IF.
      *
           PERFORM 1300-LER-BLOCO.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR OS CAMPOS DE UM BLOCO. O MOTIVO DA      *
      *    REJEICAO FICA EM WRK-MOTIVO-REJEICAO.                       *
      *----------------------------------------------------------------*
       2100-VALIDAR-BLOCO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-MOTIVO-REJEICAO
                                          WRK-FLAG-SERVICO.
      *
           EVALUATE NGEMSTCP-SERVICO
               WHEN '0800'
                   SET WRK-SERVICO-0800 TO TRUE
               WHEN '0300'
                   SET WRK-SERVICO-0300 TO TRUE
               WHEN '0500'
                   SET WRK-SERVICO-0500 TO TRUE
               WHEN '0900'
                   SET WRK-SERVICO-0900 TO TRUE
               WHEN '1XX '
                   SET WRK-SERVICO-CURTO TO TRUE
               WHEN OTHER
                   MOVE 'SRV'          TO WRK-MOTIVO-REJEICAO
                   GO TO 2100-99-FIM
           END-EVALUATE.
      *
           IF (WRK-ENT-NUMERO-INI-X    NOT NUMERIC) OR
              (WRK-ENT-NUMERO-FIM-X    NOT NUMERIC)
               MOVE 'NUM'              TO WRK-MOTIVO-REJEICAO
               GO TO 2100-99-FIM
           END-IF.
      *
           IF (NGEMSTCP-NUMERO-FINAL   LESS THAN
                                       NGEMSTCP-NUMERO-INICIAL)
               MOVE 'NUM'              TO WRK-MOTIVO-REJEICAO
               GO TO 2100-99-FIM
           END-IF.
      *
           IF WRK-SERVICO-CURTO AND
              ((NGEMSTCP-NUMERO-INICIAL LESS THAN 100) OR
               (NGEMSTCP-NUMERO-FINAL  GREATER THAN 199))
               MOVE 'NUM'              TO WRK-MOTIVO-REJEICAO
               GO TO 2100-99-FIM
           END-IF.
      *
           MOVE NGEMSTCP-EOT           TO WRK-EOT-PROCURADO.
           PERFORM 2150-VALIDAR-OPERADORA.
           IF NOT WRK-EOT-ACEITA
               MOVE 'EOT'              TO WRK-MOTIVO-REJEICAO
               GO TO 2100-99-FIM
           END-IF.
      *
           PERFORM 2200-VALIDAR-MODELO.
           IF NOT WRK-MODELO-VALIDO
               MOVE 'MOD'              TO WRK-MOTIVO-REJEICAO
               GO TO 2100-99-FIM
           END-IF.
      *
           EVALUATE TRUE
               WHEN (NGEMSTCP-DATA-INICIAL NOT NUMERIC)
                   MOVE 'DTA'          TO WRK-MOTIVO-REJEICAO
               WHEN (NGEMSTCP-DATA-FINAL NOT EQUAL SPACES) AND
                    (NGEMSTCP-DATA-FINAL NOT NUMERIC)
                   MOVE 'DTA'          TO WRK-MOTIVO-REJEICAO
               WHEN (NGEMSTCP-DATA-FINAL NOT EQUAL SPACES) AND
                    (NGEMSTCP-DATA-FINAL LESS THAN
                                       NGEMSTCP-DATA-INICIAL)
                   MOVE 'DTA'          TO WRK-MOTIVO-REJEICAO
           END-EVALUATE.
      *
           IF (WRK-MOTIVO-REJEICAO     NOT EQUAL SPACES)
               GO TO 2100-99-FIM
           END-IF.
      *
           PERFORM 2300-VERIFICAR-SOBREPOSICAO.
           IF WRK-BLOCO-SOBREPOSTO
               MOVE 'SOB'              TO WRK-MOTIVO-REJEICAO
           END-IF.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR A OPERADORA DETENTORA: OBRIGATORIA E    *
      *    PRESENTE E ATIVA NO EOTMAST                                 *
      *----------------------------------------------------------------*
       2150-VALIDAR-OPERADORA          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-EOT-ACEITA.
      *
           IF (WRK-EOT-PROCURADO       NOT EQUAL SPACES)
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
      *    ROTINA PARA VALIDAR O MODELO DE COBRANCA CONTRA O SERVICO:  *
      *    0800 = RECEBEDOR, 0300 = PARTILHADO, 0500 = CHAMADOR,       *
      *    0900 = ADICIONAL E CODIGO CURTO = GRATUITO OU CHAMADOR      *
      *----------------------------------------------------------------*
       2200-VALIDAR-MODELO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-MODELO-OK.
      *
           EVALUATE TRUE
               WHEN WRK-SERVICO-0800 AND
                    (NGEMSTCP-MODELO-COBRANCA EQUAL 'R')
                   SET WRK-MODELO-VALIDO TO TRUE
               WHEN WRK-SERVICO-0300 AND
                    (NGEMSTCP-MODELO-COBRANCA EQUAL 'P')
                   SET WRK-MODELO-VALIDO TO TRUE
               WHEN WRK-SERVICO-0500 AND
                    (NGEMSTCP-MODELO-COBRANCA EQUAL 'C')
                   SET WRK-MODELO-VALIDO TO TRUE
               WHEN WRK-SERVICO-0900 AND
                    (NGEMSTCP-MODELO-COBRANCA EQUAL 'A')
                   SET WRK-MODELO-VALIDO TO TRUE
               WHEN WRK-SERVICO-CURTO AND
                    ((NGEMSTCP-MODELO-COBRANCA EQUAL 'G') OR
                     (NGEMSTCP-MODELO-COBRANCA EQUAL 'C'))
                   SET WRK-MODELO-VALIDO TO TRUE
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR SE O BLOCO SE SOBREPOE A OUTRO BLOCO  *
      *    JA ACEITO DO MESMO SERVICO: HA SOBREPOSICAO QUANDO AS       *
      *    FAIXAS DE NUMEROS E AS JANELAS DE VIGENCIA SE CRUZAM. O     *
      *    MESMO BLOCO PODE REPETIR COM JANELAS DISJUNTAS (TROCA DE    *
      *    DETENTORA OU DE MODELO).                                    *
      *----------------------------------------------------------------*
       2300-VERIFICAR-SOBREPOSICAO     SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-SOBREPOSTO.
      *
           IF (NGEMSTCP-DATA-FINAL     EQUAL SPACES)
               MOVE '99999999'         TO WRK-ENT-FIM-EFETIVO
           ELSE
               MOVE NGEMSTCP-DATA-FINAL TO WRK-ENT-FIM-EFETIVO
           END-IF.
      *
           PERFORM 2310-COMPARAR-BLOCO
               VARYING WRK-IDX-BLOCO FROM 1 BY 1
               UNTIL   WRK-IDX-BLOCO GREATER THAN WRK-QTD-BLOCO
                    OR WRK-BLOCO-SOBREPOSTO.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR O BLOCO LIDO COM UM ITEM DA TABELA DE  *
      *    BLOCOS ACEITOS                                              *
      *----------------------------------------------------------------*
       2310-COMPARAR-BLOCO             SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-BLO-SERVICO(WRK-IDX-BLOCO) NOT EQUAL
                                       NGEMSTCP-SERVICO)
               GO TO 2310-99-FIM
           END-IF.
      *
           IF (WRK-BLO-NUMERO-INI(WRK-IDX-BLOCO) GREATER THAN
                                       NGEMSTCP-NUMERO-FINAL) OR
              (NGEMSTCP-NUMERO-INICIAL GREATER THAN
                                   WRK-BLO-NUMERO-FIM(WRK-IDX-BLOCO))
               GO TO 2310-99-FIM
           END-IF.
      *
           IF (WRK-BLO-DATA-INICIAL(WRK-IDX-BLOCO) NOT GREATER THAN
                                       WRK-ENT-FIM-EFETIVO)   AND
              (NGEMSTCP-DATA-INICIAL   NOT GREATER THAN
                                   WRK-BLO-FIM-EFETIVO(WRK-IDX-BLOCO))
               SET WRK-BLOCO-SOBREPOSTO TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UM BLOCO VALIDO NO NGEOMAST E NA TABELA  *
      *    DE BLOCOS ACEITOS                                           *
      *----------------------------------------------------------------*
       2400-GRAVAR-BLOCO               SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-QTD-BLOCO           NOT LESS THAN 5000)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DE BLOCOS ACEITOS CHEIA    *'
               DISPLAY '*  LIMITE DE 5000 BLOCOS EXCEDIDO    *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           WRITE FD-REG-NGEOMAST       FROM NGEMSTCP-REGISTRO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-NGEOMAST.
           ADD  1                      TO ACU-REG-GRAVADOS.
      *
           ADD  1                      TO WRK-QTD-BLOCO.
           MOVE NGEMSTCP-SERVICO       TO WRK-BLO-SERVICO
                                                   (WRK-QTD-BLOCO).
           MOVE NGEMSTCP-NUMERO-INICIAL TO WRK-BLO-NUMERO-INI
                                                   (WRK-QTD-BLOCO).
           MOVE NGEMSTCP-NUMERO-FINAL  TO WRK-BLO-NUMERO-FIM
                                                   (WRK-QTD-BLOCO).
           MOVE NGEMSTCP-DATA-INICIAL  TO WRK-BLO-DATA-INICIAL
                                                   (WRK-QTD-BLOCO).
           MOVE WRK-ENT-FIM-EFETIVO    TO WRK-BLO-FIM-EFETIVO
                                                   (WRK-QTD-BLOCO).
      *
           EVALUATE TRUE
               WHEN WRK-SERVICO-0800
                   ADD  1              TO ACU-REG-0800
               WHEN WRK-SERVICO-0300
                   ADD  1              TO ACU-REG-0300
               WHEN WRK-SERVICO-0500
                   ADD  1              TO ACU-REG-0500
               WHEN WRK-SERVICO-0900
                   ADD  1              TO ACU-REG-0900
               WHEN OTHER
                   ADD  1              TO ACU-REG-CURTO
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UM BLOCO REJEITADO COM O MOTIVO          *
      *----------------------------------------------------------------*
       2500-GRAVAR-REJEITADO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-MOTIVO-REJEICAO    TO FD-REJ-MOTIVO.
           MOVE NGEMSTCP-REGISTRO      TO FD-REJ-REGISTRO.
      *
           WRITE FD-REG-NGEOREJ.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-NGEOREJ.
      *
           ADD  1                      TO ACU-REG-REJEITADOS.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE NGEOSRT NGEOMAST NGEOREJ.
      *
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-NGEOSRT.
           PERFORM 1030-TESTAR-FS-NGEOMAST.
           PERFORM 1040-TESTAR-FS-NGEOREJ.
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
           DISPLAY '* NGEOCRG1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* NGEOENT  |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS '     *'.
           DISPLAY '* EOTMAST  |  I  | TOTAL REG.    | '
           ACU-REG-EOTMAST-LIDOS '     *'.
           DISPLAY '* NGEOMAST |  O  | TOTAL REG.    | '
           ACU-REG-GRAVADOS '     *'.
           DISPLAY '* NGEOREJ  |  O  | TOTAL REG.    | '
           ACU-REG-REJEITADOS '     *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* BLOCOS 0800         | ' ACU-REG-0800
           '              *'.
           DISPLAY '* BLOCOS 0300         | ' ACU-REG-0300
           '              *'.
           DISPLAY '* BLOCOS 0500         | ' ACU-REG-0500
           '              *'.
           DISPLAY '* BLOCOS 0900         | ' ACU-REG-0900
           '              *'.
           DISPLAY '* CODIGOS CURTOS 1XX  | ' ACU-REG-CURTO
           '              *'.
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
