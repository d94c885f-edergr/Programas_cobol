      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. NGEOLKP1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  NGEOLKP1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  CONSULTA AO CADASTRO DE NUMERACAO NAO        *
      *                   GEOGRAFICA: DADO UM SERVICO (0800, 0300,     *
      *                   0500, 0900 OU 1XX), UM NUMERO E UMA DATA DE  *
      *                   REFERENCIA, REPASSA O NGEOMAST (CARREGADO    *
      *                   PELO NGEOCRG1) E RESPONDE QUAL BLOCO ESTAVA  *
      *                   VIGENTE NAQUELA DATA: OPERADORA DETENTORA,   *
      *                   MODELO DE COBRANCA E DESCRICAO.              *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  NGEOMAST                    NGEMSTCP          *
      *                  NGEOLRES                    (VIDE FD)         *
      *                  EOTMAST                     EOTMSTCP          *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: NGEOMAST - CADASTRO MESTRE DE NUMERACAO NAO   *
      *                             GEOGRAFICA                         *
      *                  NGEOLRES - RESULTADO DA CONSULTA (1 REGISTRO) *
      *                  EOTMAST  - CADASTRO MESTRE DE OPERADORAS,     *
      *                             PARA O NOME DA DETENTORA           *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    A CONSULTA E INFORMADA PELAS VARIAVEIS DE AMBIENTE          *
      *    NGEOLOOK_SERVICO E NGEOLOOK_NUMERO (OBRIGATORIAS; NO        *
      *    CODIGO CURTO O NUMERO PODE SER O PROPRIO CODIGO, EX.: 190)  *
      *    E NGEOLOOK_DATA_REF (AAAAMMDD, OPCIONAL: QUANDO OMITIDA     *
      *    VALE A DATA DE HOJE). NGEOMAST AUSENTE E AVISADO E TRATADO  *
      *    COMO VAZIO.                                                 *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DA CONSULTA AO CADASTRO  *
      *                        DE NUMERACAO NAO GEOGRAFICA.            *
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
           SELECT NGEOMAST             ASSIGN
           TO DYNAMIC                  WRK-PATH-NGEOMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-NGEOMAST.
      *
           SELECT NGEOLRES             ASSIGN
           TO DYNAMIC                  WRK-PATH-NGEOLRES
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-NGEOLRES.
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
      *    ENTRADA......: CADASTRO DE NUMERACAO NAO GEOGRAFICA         *
      *----------------------------------------------------------------*
       FD  NGEOMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-NGEOMAST             PIC  X(080).
      *----------------------------------------------------------------*
      *    SAIDA........: RESULTADO DA CONSULTA                        *
      *----------------------------------------------------------------*
       FD  NGEOLRES
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-NGEOLRES.
           05  FD-RES-SERVICO           PIC  X(004).
           05  FD-RES-NUMERO            PIC  9(007).
           05  FD-RES-DATA-REF          PIC  9(008).
           05  FD-RES-EOT               PIC  X(003).
           05  FD-RES-EOT-NOME          PIC  X(040).
           05  FD-RES-MODELO-COBRANCA   PIC  X(001).
           05  FD-RES-DESCRICAO         PIC  X(030).
           05  FD-RES-SITUACAO          PIC  X(015).
      *----------------------------------------------------------------*
      *    INPUT......: CADASTRO MESTRE DE OPERADORAS (EOTMAST)        *
      *----------------------------------------------------------------*
       FD  EOTMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EOTMAST               PIC  X(060).
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
           '*** NGEOLKP1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-LIDOS-NGEO      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-BLOCOS-SERVICO  PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS PARAMETROS DA CONSULTA ***'.
      *----------------------------------------------------------------*
       01  WRK-PARAMETROS-CONSULTA.
           05  WRK-CSL-SERVICO         PIC  X(004) VALUE SPACES.
           05  WRK-CSL-NUMERO-X        PIC  X(007) VALUE SPACES.
           05  WRK-CSL-NUMERO          REDEFINES
               WRK-CSL-NUMERO-X        PIC  9(007).
           05  WRK-CSL-DATA-REF-X      PIC  X(008) VALUE SPACES.
           05  WRK-CSL-DATA-REF        REDEFINES
               WRK-CSL-DATA-REF-X      PIC  9(008).
           05  WRK-CSL-CODIGO-CURTO    PIC  X(003) VALUE SPACES.
           05  WRK-FLAG-FIM-NGEO       PIC  X(001) VALUE SPACES.
               88  WRK-NGEOMAST-ESGOTADO           VALUE 'S'.
           05  WRK-FLAG-TEM-NGEOMAST   PIC  X(001) VALUE SPACES.
               88  WRK-TEM-NGEOMAST                VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO BLOCO VIGENTE ENCONTRADO ***'.
      *----------------------------------------------------------------*
       01  WRK-BLOCO-VIGENTE.
           05  WRK-FLAG-ACHOU-BLOCO    PIC  X(001) VALUE SPACES.
               88  WRK-BLOCO-ACHOU                 VALUE 'S'.
           05  WRK-BLO-EOT             PIC  X(003) VALUE SPACES.
           05  WRK-BLO-MODELO          PIC  X(001) VALUE SPACES.
           05  WRK-BLO-DESCRICAO       PIC  X(030) VALUE SPACES.
           05  WRK-BLO-FIM-EFETIVO     PIC  X(008) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO MESTRE DE OPERADORAS (EOTMAST) ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-OPERADORA.
           05  WRK-QTD-OPERADORA       PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-OPERADORA-ITEM  OCCURS 500 TIMES.
               10  WRK-OPE-EOT         PIC  X(003).
               10  WRK-OPE-NOME        PIC  X(040).
               10  WRK-OPE-ATIVO       PIC  X(001).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-OPERADORA.
           05  WRK-IDX-OPERADORA       PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-OPERADORA       PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-OPER     PIC  X(001) VALUE SPACES.
               88  WRK-OPERADORA-ACHOU             VALUE 'S'.
           05  WRK-EOT-PROCURADO       PIC  X(003) VALUE SPACES.
           05  WRK-NOME-OPERADORA      PIC  X(040) VALUE SPACES.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'NGEOLKP1'.
           05  WRK-FS-NGEOMAST         PIC  X(002) VALUE SPACES.
           05  WRK-FS-NGEOLRES         PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-NGEOMAST       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\NGEOMAST.dat'.
           05  WRK-PATH-NGEOLRES       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\NGEOLRES.dat'.
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
           '*** NGEOLKP1 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-REPASSAR-CADASTRO
               UNTIL WRK-NGEOMAST-ESGOTADO.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: OBTEM E VALIDA OS PARAMETROS DA    *
      *    CONSULTA E ABRE OS ARQUIVOS. NGEOMAST AUSENTE E AVISADO E   *
      *    TRATADO COMO VAZIO (NUMERO NAO ENCONTRADO).                 *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-VALIDAR-PARAMETROS.
           PERFORM 1009-CARREGAR-OPERADORAS.
      *
           OPEN INPUT NGEOMAST.
           IF (WRK-FS-NGEOMAST         EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': NGEOMAST AUSENTE - '
                       'TRATADO COMO VAZIO ***'
               SET WRK-NGEOMAST-ESGOTADO TO TRUE
           ELSE
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               PERFORM 1010-TESTAR-FS-NGEOMAST
               SET WRK-TEM-NGEOMAST    TO TRUE
           END-IF.
      *
           OPEN OUTPUT NGEOLRES.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-NGEOLRES.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER OS CAMINHOS DE ARQUIVO E OS PARAMETROS    *
      *    DA CONSULTA, VIA VARIAVEIS DE AMBIENTE                      *
      *----------------------------------------------------------------*
       1005-OBTER-CAMINHOS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                                           'NGEOMAST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-NGEOMAST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                                           'NGEOLRES_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-NGEOLRES
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
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                                           'NGEOLOOK_SERVICO'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:4) TO WRK-CSL-SERVICO
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                                           'NGEOLOOK_NUMERO'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:7) TO WRK-CSL-NUMERO-X
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                                           'NGEOLOOK_DATA_REF'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:8) TO WRK-CSL-DATA-REF-X
           END-IF.
      *
      *----------------------------------------------------------------*
       1005-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR OS PARAMETROS DA CONSULTA: SERVICO E    *
      *    NUMERO OBRIGATORIOS E DATA DE REFERENCIA OPCIONAL (SEM ELA  *
      *    VALE A DATA DE HOJE). NO CODIGO CURTO, O CODIGO DE 3        *
      *    DIGITOS E ALINHADO A DIREITA COMO NO CADASTRO.              *
      *----------------------------------------------------------------*
       1008-VALIDAR-PARAMETROS         SECTION.
      *----------------------------------------------------------------*
      *
           INSPECT WRK-CSL-SERVICO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           IF (WRK-CSL-SERVICO         EQUAL '1XX ')       AND
              (WRK-CSL-NUMERO-X(4:4)   EQUAL SPACES)       AND
              (WRK-CSL-NUMERO-X(1:3)   IS NUMERIC)
               MOVE WRK-CSL-NUMERO-X(1:3) TO WRK-CSL-CODIGO-CURTO
               MOVE '0000'             TO WRK-CSL-NUMERO-X(1:4)
               MOVE WRK-CSL-CODIGO-CURTO TO WRK-CSL-NUMERO-X(5:3)
           END-IF.
      *
           IF (WRK-CSL-SERVICO         NOT EQUAL SPACES) AND
              (WRK-CSL-NUMERO-X        IS NUMERIC)
               CONTINUE
           ELSE
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  PARAMETROS OBRIGATORIOS AUSENTES  *'
               DISPLAY '*  INFORMAR NGEOLOOK_SERVICO E       *'
               DISPLAY '*  NGEOLOOK_NUMERO                   *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           IF (WRK-CSL-DATA-REF-X      IS NUMERIC)
               CONTINUE
           ELSE
               ACCEPT WRK-CSL-DATA-REF-X FROM DATE YYYYMMDD
           END-IF.
      *
      *----------------------------------------------------------------*
       1008-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA O CADASTRO MESTRE DE        *
      *    OPERADORAS (EOTMAST), USADO PARA EXIBIR O NOME DA           *
      *    OPERADORA NO RESULTADO. SE O ARQUIVO NAO EXISTIR O NOME     *
      *    SAI EM BRANCO.                                              *
      *----------------------------------------------------------------*
       1009-CARREGAR-OPERADORAS        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-OPERADORA.
      *
           OPEN INPUT EOTMAST.
           PERFORM 1012-TESTAR-FS-EOTMAST.
      *
           IF (WRK-FS-EOTMAST          EQUAL '35')
               CONTINUE
           ELSE
               PERFORM 1011-LER-OPERADORA
                   UNTIL WRK-FS-EOTMAST EQUAL '10'
               CLOSE EOTMAST
           END-IF.
      *
      *----------------------------------------------------------------*
       1009-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO EOTMAST E CARREGAR NA TABELA *
      *----------------------------------------------------------------*
       1011-LER-OPERADORA              SECTION.
      *----------------------------------------------------------------*
      *
           READ EOTMAST                INTO WRK-AREA-EOTMST.
      *
           IF (WRK-FS-EOTMAST          EQUAL '10')
               CONTINUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1012-TESTAR-FS-EOTMAST
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
               MOVE EOTMSTCP-NOME      TO
                              WRK-OPE-NOME(WRK-QTD-OPERADORA)
               MOVE EOTMSTCP-ATIVO     TO
                              WRK-OPE-ATIVO(WRK-QTD-OPERADORA)
           END-IF.
      *
      *----------------------------------------------------------------*
       1011-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EOTMAST. O FS     *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO: O NOME DA OPERADORA  *
      *    SAI EM BRANCO.                                              *
      *----------------------------------------------------------------*
       1012-TESTAR-FS-EOTMAST          SECTION.
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
       1012-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR UM EOT NA TABELA DO MESTRE DE          *
      *    OPERADORAS E DEIXAR O NOME EM WRK-NOME-OPERADORA            *
      *----------------------------------------------------------------*
       1013-OBTER-NOME-OPERADORA       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-OPER.
           MOVE ZERO                   TO WRK-POS-OPERADORA.
           MOVE SPACES                 TO WRK-NOME-OPERADORA.
      *
           PERFORM 1014-COMPARAR-OPERADORA
               VARYING WRK-IDX-OPERADORA FROM 1 BY 1
               UNTIL   WRK-IDX-OPERADORA GREATER THAN WRK-QTD-OPERADORA
                    OR WRK-OPERADORA-ACHOU.
      *
           IF WRK-OPERADORA-ACHOU
               MOVE WRK-OPE-NOME(WRK-POS-OPERADORA)
                                       TO WRK-NOME-OPERADORA
           END-IF.
      *
      *----------------------------------------------------------------*
       1013-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE OPERADORAS COM O  *
      *    EOT PROCURADO                                               *
      *----------------------------------------------------------------*
       1014-COMPARAR-OPERADORA         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-OPE-EOT(WRK-IDX-OPERADORA) EQUAL WRK-EOT-PROCURADO)
               SET WRK-OPERADORA-ACHOU TO TRUE
               MOVE WRK-IDX-OPERADORA  TO WRK-POS-OPERADORA
           END-IF.
      *
      *----------------------------------------------------------------*
       1014-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO NGEOMAST          *
      *----------------------------------------------------------------*
       1010-TESTAR-FS-NGEOMAST         SECTION.
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
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO NGEOLRES          *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-NGEOLRES         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-NGEOLRES         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              NGEOLRES              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-NGEOLRES
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'NGEOLRES'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-NGEOLRES  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA REPASSAR O CADASTRO: GUARDA O BLOCO DO SERVICO  *
      *    QUE CONTEM O NUMERO CONSULTADO E ESTAVA VIGENTE NA DATA DE  *
      *    REFERENCIA (O NGEOCRG1 NAO ACEITA BLOCOS SOBREPOSTOS, LOGO  *
      *    HA NO MAXIMO UM)                                            *
      *----------------------------------------------------------------*
       2000-REPASSAR-CADASTRO          SECTION.
      *----------------------------------------------------------------*
      *
           READ NGEOMAST               INTO WRK-AREA-NGEMST.
      *
           IF (WRK-FS-NGEOMAST         EQUAL '10')
               SET WRK-NGEOMAST-ESGOTADO TO TRUE
               GO TO 2000-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-NGEOMAST.
           ADD  1                      TO ACU-REG-LIDOS-NGEO.
      *
           IF (NGEMSTCP-SERVICO        NOT EQUAL WRK-CSL-SERVICO)
               GO TO 2000-99-FIM
           END-IF.
      *
           ADD  1                      TO ACU-REG-BLOCOS-SERVICO.
      *
           IF (NGEMSTCP-DATA-FINAL     EQUAL SPACES)
               MOVE '99999999'         TO WRK-BLO-FIM-EFETIVO
           ELSE
               MOVE NGEMSTCP-DATA-FINAL TO WRK-BLO-FIM-EFETIVO
           END-IF.
      *
           IF (WRK-CSL-NUMERO          NOT LESS THAN
                                       NGEMSTCP-NUMERO-INICIAL) AND
              (WRK-CSL-NUMERO          NOT GREATER THAN
                                       NGEMSTCP-NUMERO-FINAL)   AND
              (NGEMSTCP-DATA-INICIAL   NOT GREATER THAN
                                       WRK-CSL-DATA-REF-X)      AND
              (WRK-BLO-FIM-EFETIVO     NOT LESS THAN
                                       WRK-CSL-DATA-REF-X)
               SET WRK-BLOCO-ACHOU     TO TRUE
               MOVE NGEMSTCP-EOT       TO WRK-BLO-EOT
               MOVE NGEMSTCP-MODELO-COBRANCA
                                       TO WRK-BLO-MODELO
               MOVE NGEMSTCP-DESCRICAO TO WRK-BLO-DESCRICAO
           END-IF.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO: MONTA E GRAVA O RESULTADO DA         *
      *    CONSULTA E EXIBE NO SYSOUT                                  *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CSL-SERVICO        TO FD-RES-SERVICO.
           MOVE WRK-CSL-NUMERO         TO FD-RES-NUMERO.
           MOVE WRK-CSL-DATA-REF       TO FD-RES-DATA-REF.
      *
           IF WRK-BLOCO-ACHOU
               MOVE WRK-BLO-EOT        TO FD-RES-EOT
               MOVE WRK-BLO-MODELO     TO FD-RES-MODELO-COBRANCA
               MOVE WRK-BLO-DESCRICAO  TO FD-RES-DESCRICAO
               MOVE 'ENCONTRADO'       TO FD-RES-SITUACAO
           ELSE
               MOVE SPACES             TO FD-RES-EOT
                                          FD-RES-MODELO-COBRANCA
                                          FD-RES-DESCRICAO
               MOVE 'NAO ENCONTRADO'   TO FD-RES-SITUACAO
           END-IF.
      *
           MOVE FD-RES-EOT             TO WRK-EOT-PROCURADO.
           PERFORM 1013-OBTER-NOME-OPERADORA.
           MOVE WRK-NOME-OPERADORA     TO FD-RES-EOT-NOME.
      *
           WRITE FD-REG-NGEOLRES.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-NGEOLRES.
      *
           DISPLAY 'SERVICO.: ' WRK-CSL-SERVICO.
           DISPLAY 'NUMERO..: ' WRK-CSL-NUMERO.
           DISPLAY 'DATA REF: ' WRK-CSL-DATA-REF.
           DISPLAY 'EOT.....: ' FD-RES-EOT ' ' FD-RES-EOT-NOME.
           DISPLAY 'MODELO..: ' FD-RES-MODELO-COBRANCA.
           DISPLAY 'DESCR...: ' FD-RES-DESCRICAO.
           DISPLAY 'SITUACAO: ' FD-RES-SITUACAO.
      *
           IF WRK-TEM-NGEOMAST
               CLOSE NGEOMAST
           END-IF.
           CLOSE NGEOLRES.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-NGEOLRES.
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
           DISPLAY '* NGEOLKP1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* NGEOMAST |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-NGEO '     *'.
           DISPLAY '* NGEOMAST |  I  | BLOCOS SERV.  | '
           ACU-REG-BLOCOS-SERVICO '     *'.
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
