      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. CALLFRD1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  CALLFRD1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  TRIAGEM DIARIA DE ANOMALIAS E FRAUDE NO      *
      *                   TRAFEGO CLASSIFICADO PELO CALLRATE (CALLRES).*
      *                   O TRAFEGO E ORDENADO POR NUMERO DE ORIGEM E  *
      *                   DIA E CADA NUMERO/DIA E AVALIADO PELAS       *
      *                   REGRAS:                                      *
      *                   ORIGNENC - CHAMADAS COM ORIGEM NAO           *
      *                              ENCONTRADA NO PLANO (MEDIA)       *
      *                   DESTNENC - CHAMADAS COM DESTINO NAO          *
      *                              ENCONTRADO NO PLANO (MEDIA)       *
      *                   LDEXCESS - MINUTOS DE LONGA DISTANCIA NO DIA *
      *                              ACIMA DO LIMITE (ALTA)            *
      *                   WANGIRI  - MUITAS CHAMADAS CURTAS PARA       *
      *                              MUITOS DESTINOS DISTINTOS (ALTA)  *
      *                   EOTINATV - LONGA DISTANCIA ORIGINADA EM      *
      *                              FAIXA DE OPERADORA INATIVA NO     *
      *                              EOTMAST (ALTA)                    *
      *                   CADA REGRA ATINGIDA GERA UM ALERTA NO        *
      *                   CALLALR COM O NUMERO E OS TOTAIS QUE O       *
      *                   SUSTENTAM.                                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  CALLRES                     (VIDE FD)         *
      *                  CALLFRDW                    (VIDE FD)         *
      *                  CALLALR                     (VIDE FD)         *
      *                  EOTMAST                     EOTMSTCP          *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: CALLRES  - TRAFEGO CLASSIFICADO E VALORADO    *
      *                             PELO CALLRATE (ENTRADA)            *
      *                  CALLFRDW - CALLRES ORDENADO POR ORIGEM, DIA E *
      *                             DESTINO (ARQUIVO DE TRABALHO DO    *
      *                             SORT)                              *
      *                  CALLALR  - ALERTAS DA TRIAGEM: REGRA,         *
      *                             SEVERIDADE, NUMERO E TOTAIS        *
      *                  EOTMAST  - CADASTRO MESTRE DE OPERADORAS      *
      *                             (SITUACAO ATIVA/INATIVA DO EOT)    *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: CALLFRD1_LIMITE_LD   - MINUTOS DE LONGA       *
      *                                 DISTANCIA POR NUMERO/DIA       *
      *                                 (5 DIGITOS, PADRAO 00300)      *
      *                  CALLFRD1_SEG_CURTA   - DURACAO MAXIMA EM      *
      *                                 SEGUNDOS DE CHAMADA CURTA      *
      *                                 (3 DIGITOS, PADRAO 005)        *
      *                  CALLFRD1_QTD_WANGIRI - DESTINOS DISTINTOS     *
      *                                 COM CHAMADA CURTA NO DIA QUE   *
      *                                 CARACTERIZAM WANGIRI (4        *
      *                                 DIGITOS, PADRAO 0020)          *
      *----------------------------------------------------------------*
      *    RETURN-CODE.: 00 - SEM ALERTA DE SEVERIDADE ALTA            *
      *                  08 - HA ALERTA DE SEVERIDADE ALTA (ACIONA O   *
      *                       ANALISTA DE PLANTAO)                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DA TRIAGEM DE ANOMALIAS  *
      *                        E FRAUDE SOBRE O CALLRES.               *
      *    15/10/2026 EGR      CALLRES AMPLIADO COM O PAGADOR DA       *
      *                        CHAMADA (NUMERACAO NAO GEOGRAFICA).     *
      *    15/10/2026 EGR      CALLRES AMPLIADO COM A CLASSIFICACAO DA *
      *                        TARIFA E A BANDA HORARIA DA CHAMADA.    *
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
           SELECT CALLRES              ASSIGN
           TO DYNAMIC                  WRK-PATH-CALLRES
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CALLRES.
      *
           SELECT CALLFRDW             ASSIGN
           TO DYNAMIC                  WRK-PATH-CALLFRDW
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CALLFRDW.
      *
           SELECT CALLALR              ASSIGN
           TO DYNAMIC                  WRK-PATH-CALLALR
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CALLALR.
      *
           SELECT EOTMAST              ASSIGN
           TO DYNAMIC                  WRK-PATH-EOTMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EOTMAST.
      *
           SELECT ORDENACAO            ASSIGN TO 'SORTWK01'.
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
      *    ENTRADA......: TRAFEGO CLASSIFICADO E VALORADO (CALLRATE)   *
      *----------------------------------------------------------------*
       FD  CALLRES
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALLRES              PIC  X(106).
      *----------------------------------------------------------------*
      *    CONTROLE......: CALLRES ORDENADO POR ORIGEM, DIA E DESTINO  *
      *                     (ARQUIVO DE TRABALHO DO SORT)              *
      *----------------------------------------------------------------*
       FD  CALLFRDW
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALLFRDW.
           05  FD-RES-ORIGEM.
               10  FD-RES-ORIG-DDD     PIC  9(002).
               10  FD-RES-ORIG-PREFIXO PIC  9(005).
               10  FD-RES-ORIG-MCDU    PIC  X(004).
           05  FD-RES-DESTINO.
               10  FD-RES-DEST-DDD     PIC  9(002).
               10  FD-RES-DEST-PREFIXO PIC  9(005).
               10  FD-RES-DEST-MCDU    PIC  X(004).
           05  FD-RES-ORIG-EOT         PIC  X(003).
           05  FD-RES-DEST-EOT         PIC  X(003).
           05  FD-RES-CLASSIFICACAO    PIC  X(020).
           05  FD-RES-OPERADORA        PIC  X(016).
           05  FD-RES-SITUACAO         PIC  X(015).
           05  FD-RES-DATA-CHAMADA     PIC  X(008).
           05  FD-RES-DURACAO-SEG      PIC  9(006).
           05  FD-RES-VALOR-CHAMADA    PIC  9(007)V9(002).
           05  FD-RES-TARIFADO         PIC  X(001).
           05  FD-RES-PAGADOR          PIC  X(001).
           05  FD-RES-CLASSIF-COD      PIC  X(001).
           05  FD-RES-BANDA            PIC  X(001).
      *----------------------------------------------------------------*
      *    SAIDA........: ALERTAS DA TRIAGEM                           *
      *----------------------------------------------------------------*
       FD  CALLALR
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALLALR.
           05  FD-ALR-DATA-CHAMADA     PIC  X(008).
           05  FD-ALR-REGRA            PIC  X(008).
           05  FD-ALR-SEVERIDADE       PIC  X(001).
               88  FD-ALR-SEVERIDADE-ALTA          VALUE 'A'.
               88  FD-ALR-SEVERIDADE-MEDIA         VALUE 'M'.
           05  FD-ALR-ORIG-DDD         PIC  9(002).
           05  FD-ALR-ORIG-PREFIXO     PIC  9(005).
           05  FD-ALR-ORIG-MCDU        PIC  X(004).
           05  FD-ALR-ORIG-EOT         PIC  X(003).
           05  FD-ALR-QTD-CHAMADAS     PIC  9(007).
           05  FD-ALR-MINUTOS          PIC  9(007).
           05  FD-ALR-QTD-DESTINOS     PIC  9(007).
           05  FD-ALR-LIMITE           PIC  9(007).
           05  FD-ALR-DESCRICAO        PIC  X(040).
      *----------------------------------------------------------------*
      *    INPUT......: CADASTRO MESTRE DE OPERADORAS (EOTMAST)        *
      *----------------------------------------------------------------*
       FD  EOTMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EOTMAST               PIC  X(060).
      *----------------------------------------------------------------*
      *    CONTROLE......: ARQUIVO DE CLASSIFICACAO (SORT)             *
      *----------------------------------------------------------------*
       SD  ORDENACAO.
      *
       01  SRT-REGISTRO.
           05  SRT-ORIGEM               PIC  X(011).
           05  SRT-DESTINO              PIC  X(011).
           05  FILLER                   PIC  X(057).
           05  SRT-DATA-CHAMADA         PIC  X(008).
           05  FILLER                   PIC  X(019).
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
           '*** CALLFRD1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-LIDOS           PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-GRUPOS              PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-ALR-ORIGNENC        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-ALR-DESTNENC        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-ALR-LDEXCESS        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-ALR-WANGIRI         PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-ALR-EOTINATV        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-ALR-GRAVADOS        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-ALR-ALTA            PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CONTROLE DO NUMERO/DIA ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-GRUPO.
           05  WRK-CHAVE-ANTERIOR.
               10  WRK-ANT-ORIGEM      PIC  X(011) VALUE SPACES.
               10  WRK-ANT-DATA        PIC  X(008) VALUE SPACES.
           05  WRK-CHAVE-ATUAL.
               10  WRK-ATU-ORIGEM      PIC  X(011) VALUE SPACES.
               10  WRK-ATU-DATA        PIC  X(008) VALUE SPACES.
           05  WRK-FLAG-PRIMEIRO       PIC  X(001) VALUE 'S'.
               88  WRK-PRIMEIRO-REGISTRO           VALUE 'S'.
           05  WRK-FLAG-FIM-CALLFRDW   PIC  X(001) VALUE SPACES.
               88  WRK-CALLFRDW-ESGOTADO           VALUE 'S'.
           05  WRK-GRP-ORIG-DDD        PIC  9(002) VALUE ZEROS.
           05  WRK-GRP-ORIG-PREFIXO    PIC  9(005) VALUE ZEROS.
           05  WRK-GRP-ORIG-MCDU       PIC  X(004) VALUE SPACES.
           05  WRK-GRP-ORIG-EOT        PIC  X(003) VALUE SPACES.
           05  WRK-GRP-QTD-ORIG-NENC   PIC  9(007) COMP-3 VALUE ZEROS.
           05  WRK-GRP-QTD-DEST-NENC   PIC  9(007) COMP-3 VALUE ZEROS.
           05  WRK-GRP-QTD-LD          PIC  9(007) COMP-3 VALUE ZEROS.
           05  WRK-GRP-MIN-LD          PIC  9(007) COMP-3 VALUE ZEROS.
           05  WRK-GRP-QTD-CURTAS      PIC  9(007) COMP-3 VALUE ZEROS.
           05  WRK-GRP-DEST-CURTAS     PIC  9(007) COMP-3 VALUE ZEROS.
           05  WRK-GRP-ULT-DEST-CURTA  PIC  X(011) VALUE SPACES.
           05  WRK-GRP-QTD-INATIVO     PIC  9(007) COMP-3 VALUE ZEROS.
           05  WRK-GRP-MIN-INATIVO     PIC  9(007) COMP-3 VALUE ZEROS.
           05  WRK-GRP-EOT-INATIVO     PIC  X(003) VALUE SPACES.
           05  WRK-MINUTOS-CHAMADA     PIC  9(005) VALUE ZEROS.
           05  WRK-RESTO-SEGUNDOS      PIC  9(002) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE MONTAGEM DO ALERTA ***'.
      *----------------------------------------------------------------*
       01  WRK-ALERTA.
           05  WRK-ALR-REGRA           PIC  X(008) VALUE SPACES.
           05  WRK-ALR-SEVERIDADE      PIC  X(001) VALUE SPACES.
           05  WRK-ALR-EOT             PIC  X(003) VALUE SPACES.
           05  WRK-ALR-QTD-CHAMADAS    PIC  9(007) VALUE ZEROS.
           05  WRK-ALR-MINUTOS         PIC  9(007) VALUE ZEROS.
           05  WRK-ALR-QTD-DESTINOS    PIC  9(007) VALUE ZEROS.
           05  WRK-ALR-LIMITE          PIC  9(007) VALUE ZEROS.
           05  WRK-ALR-DESCRICAO       PIC  X(040) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE PARAMETROS DAS REGRAS ***'.
      *----------------------------------------------------------------*
       01  WRK-PARAMETROS.
           05  WRK-LIMITE-LD           PIC  9(005) VALUE 00300.
           05  WRK-SEG-CURTA           PIC  9(003) VALUE 005.
           05  WRK-QTD-WANGIRI         PIC  9(004) VALUE 0020.
           05  WRK-PARM-5              PIC  X(005) VALUE SPACES.
           05  WRK-PARM-5-N            REDEFINES WRK-PARM-5
                                       PIC  9(005).
           05  WRK-PARM-3              PIC  X(003) VALUE SPACES.
           05  WRK-PARM-3-N            REDEFINES WRK-PARM-3
                                       PIC  9(003).
           05  WRK-PARM-4              PIC  X(004) VALUE SPACES.
           05  WRK-PARM-4-N            REDEFINES WRK-PARM-4
                                       PIC  9(004).
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'CALLFRD1'.
           05  WRK-FS-CALLRES          PIC  X(002) VALUE SPACES.
           05  WRK-FS-CALLFRDW         PIC  X(002) VALUE SPACES.
           05  WRK-FS-CALLALR          PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-CALLRES        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CALLRES.dat'.
           05  WRK-PATH-CALLFRDW       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CALLFRDW.dat'.
           05  WRK-PATH-CALLALR        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CALLALR.dat'.
           05  WRK-PATH-EOTMAST        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EOTMAST.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
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
           '*** CALLFRD1 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 1300-LER-CALLFRDW.
           PERFORM 2000-PROCESSAR      UNTIL WRK-CALLFRDW-ESGOTADO.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: CARREGA O MESTRE DE OPERADORAS,    *
      *    ORDENA O CALLRES POR ORIGEM, DIA E DESTINO NO CALLFRDW E    *
      *    ABRE O ARQUIVO DE ALERTAS                                   *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-OBTER-PARAMETROS.
           PERFORM 1009-CARREGAR-OPERADORAS.
      *
           SORT ORDENACAO
               ON ASCENDING KEY SRT-ORIGEM SRT-DATA-CHAMADA SRT-DESTINO
               USING  CALLRES
               GIVING CALLFRDW.
      *
           OPEN INPUT  CALLFRDW
                OUTPUT CALLALR.
      *
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-CALLFRDW.
           PERFORM 1030-TESTAR-FS-CALLALR.
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CALLRES_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CALLRES
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CALLFRDW_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CALLFRDW
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CALLALR_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CALLALR
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
      *    ROTINA PARA OBTER OS LIMITES DAS REGRAS (SE OMITIDOS OU     *
      *    NAO NUMERICOS, FICAM OS VALORES PADRAO)                     *
      *----------------------------------------------------------------*
       1008-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR
                  FROM ENVIRONMENT 'CALLFRD1_LIMITE_LD'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:5) TO WRK-PARM-5
               IF (WRK-PARM-5          IS NUMERIC)
                   MOVE WRK-PARM-5-N   TO WRK-LIMITE-LD
               END-IF
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR
                  FROM ENVIRONMENT 'CALLFRD1_SEG_CURTA'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:3) TO WRK-PARM-3
               IF (WRK-PARM-3          IS NUMERIC)
                   MOVE WRK-PARM-3-N   TO WRK-SEG-CURTA
               END-IF
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR
                  FROM ENVIRONMENT 'CALLFRD1_QTD_WANGIRI'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:4) TO WRK-PARM-4
               IF (WRK-PARM-4          IS NUMERIC) AND
                  (WRK-PARM-4-N        GREATER THAN ZERO)
                   MOVE WRK-PARM-4-N   TO WRK-QTD-WANGIRI
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1008-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA O CADASTRO MESTRE DE        *
      *    OPERADORAS (EOTMAST), USADO PARA SABER SE O EOT DE ORIGEM   *
      *    ESTA ATIVO. SE O ARQUIVO NAO EXISTIR A REGRA EOTINATV NAO   *
      *    DISPARA.                                                    *
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
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO.                      *
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
      *    OPERADORAS; DEIXA A POSICAO EM WRK-POS-OPERADORA            *
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
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO CALLFRDW          *
      *----------------------------------------------------------------*
       1020-TESTAR-FS-CALLFRDW         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-CALLFRDW         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              CALLFRDW              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-CALLFRDW
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'CALLFRDW'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-CALLFRDW    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO CALLALR           *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-CALLALR          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-CALLALR          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              CALLALR               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-CALLALR
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'CALLALR'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-CALLALR     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    LER O CALLRES ORDENADO (CALLFRDW)                           *
      *----------------------------------------------------------------*
       1300-LER-CALLFRDW               SECTION.
      *----------------------------------------------------------------*
      *
           READ CALLFRDW.
      *
           IF  (WRK-FS-CALLFRDW        EQUAL '10')
               SET WRK-CALLFRDW-ESGOTADO TO TRUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1020-TESTAR-FS-CALLFRDW
               ADD  1                  TO ACU-REG-LIDOS
           END-IF.
      *
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSOS: A TROCA DE NUMERO DE ORIGEM OU DE DIA  *
      *    FECHA O GRUPO ANTERIOR E AVALIA AS REGRAS                   *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FD-RES-ORIGEM          TO WRK-ATU-ORIGEM.
           MOVE FD-RES-DATA-CHAMADA    TO WRK-ATU-DATA.
      *
           IF (WRK-PRIMEIRO-REGISTRO)  OR
              (WRK-CHAVE-ATUAL         NOT EQUAL WRK-CHAVE-ANTERIOR)
               IF NOT WRK-PRIMEIRO-REGISTRO
                   PERFORM 2500-AVALIAR-REGRAS
               END-IF
               PERFORM 2100-INICIAR-GRUPO
           END-IF.
      *
           PERFORM 2200-ACUMULAR-CHAMADA.
      *
           PERFORM 1300-LER-CALLFRDW.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA INICIAR OS TOTAIS DE UM NOVO NUMERO/DIA         *
      *----------------------------------------------------------------*
       2100-INICIAR-GRUPO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-FLAG-PRIMEIRO.
           MOVE WRK-CHAVE-ATUAL        TO WRK-CHAVE-ANTERIOR.
           ADD  1                      TO ACU-GRUPOS.
      *
           MOVE FD-RES-ORIG-DDD        TO WRK-GRP-ORIG-DDD.
           MOVE FD-RES-ORIG-PREFIXO    TO WRK-GRP-ORIG-PREFIXO.
           MOVE FD-RES-ORIG-MCDU       TO WRK-GRP-ORIG-MCDU.
           MOVE FD-RES-ORIG-EOT        TO WRK-GRP-ORIG-EOT.
           MOVE ZERO                   TO WRK-GRP-QTD-ORIG-NENC
                                          WRK-GRP-QTD-DEST-NENC
                                          WRK-GRP-QTD-LD
                                          WRK-GRP-MIN-LD
                                          WRK-GRP-QTD-CURTAS
                                          WRK-GRP-DEST-CURTAS
                                          WRK-GRP-QTD-INATIVO
                                          WRK-GRP-MIN-INATIVO.
           MOVE SPACES                 TO WRK-GRP-ULT-DEST-CURTA
                                          WRK-GRP-EOT-INATIVO.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ACUMULAR UMA CHAMADA NOS TOTAIS DO NUMERO/DIA.  *
      *    COMO O ARQUIVO ESTA ORDENADO POR DESTINO DENTRO DO DIA, A   *
      *    TROCA DE DESTINO ENTRE CHAMADAS CURTAS CONTA UM DESTINO     *
      *    DISTINTO.                                                   *
      *----------------------------------------------------------------*
       2200-ACUMULAR-CHAMADA           SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE FD-RES-SITUACAO
               WHEN 'ORIG NAO ENC.'
                   ADD  1              TO WRK-GRP-QTD-ORIG-NENC
               WHEN 'DEST NAO ENC.'
                   ADD  1              TO WRK-GRP-QTD-DEST-NENC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           IF (FD-RES-DURACAO-SEG      NOT GREATER THAN WRK-SEG-CURTA)
               ADD  1                  TO WRK-GRP-QTD-CURTAS
               IF (FD-RES-DESTINO      NOT EQUAL WRK-GRP-ULT-DEST-CURTA)
                   ADD  1              TO WRK-GRP-DEST-CURTAS
                   MOVE FD-RES-DESTINO TO WRK-GRP-ULT-DEST-CURTA
               END-IF
           END-IF.
      *
           IF (FD-RES-SITUACAO         NOT EQUAL 'CLASSIFICADO') OR
              (FD-RES-CLASSIFICACAO    NOT EQUAL 'LONGA DISTANCIA')
               GO TO 2200-99-FIM
           END-IF.
      *
      *    MINUTOS CHEIOS, COMO NO RESUMO DE ACERTO (FRACAO ARREDONDA
      *    PARA CIMA)
           DIVIDE FD-RES-DURACAO-SEG   BY 60
                  GIVING WRK-MINUTOS-CHAMADA
                  REMAINDER WRK-RESTO-SEGUNDOS.
           IF (WRK-RESTO-SEGUNDOS      GREATER THAN ZERO)
               ADD  1                  TO WRK-MINUTOS-CHAMADA
           END-IF.
      *
           ADD  1                      TO WRK-GRP-QTD-LD.
           ADD  WRK-MINUTOS-CHAMADA    TO WRK-GRP-MIN-LD.
      *
           MOVE FD-RES-ORIG-EOT        TO WRK-EOT-PROCURADO.
           PERFORM 1013-OBTER-NOME-OPERADORA.
           IF WRK-OPERADORA-ACHOU
               IF (WRK-OPE-ATIVO(WRK-POS-OPERADORA) EQUAL 'N')
                   ADD  1              TO WRK-GRP-QTD-INATIVO
                   ADD  WRK-MINUTOS-CHAMADA
                                       TO WRK-GRP-MIN-INATIVO
                   MOVE FD-RES-ORIG-EOT TO WRK-GRP-EOT-INATIVO
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA AVALIAR AS REGRAS SOBRE OS TOTAIS DO NUMERO/DIA *
      *    E GRAVAR UM ALERTA POR REGRA ATINGIDA                       *
      *----------------------------------------------------------------*
       2500-AVALIAR-REGRAS             SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-GRP-QTD-ORIG-NENC   GREATER THAN ZERO)
               INITIALIZE WRK-ALERTA
               MOVE 'ORIGNENC'         TO WRK-ALR-REGRA
               MOVE 'M'                TO WRK-ALR-SEVERIDADE
               MOVE WRK-GRP-QTD-ORIG-NENC TO WRK-ALR-QTD-CHAMADAS
               MOVE 'ORIGEM NAO ENCONTRADA NO PLANO'
                                       TO WRK-ALR-DESCRICAO
               PERFORM 2600-GRAVAR-ALERTA
               ADD  1                  TO ACU-ALR-ORIGNENC
           END-IF.
      *
           IF (WRK-GRP-QTD-DEST-NENC   GREATER THAN ZERO)
               INITIALIZE WRK-ALERTA
               MOVE 'DESTNENC'         TO WRK-ALR-REGRA
               MOVE 'M'                TO WRK-ALR-SEVERIDADE
               MOVE WRK-GRP-ORIG-EOT   TO WRK-ALR-EOT
               MOVE WRK-GRP-QTD-DEST-NENC TO WRK-ALR-QTD-CHAMADAS
               MOVE 'DESTINO NAO ENCONTRADO NO PLANO'
                                       TO WRK-ALR-DESCRICAO
               PERFORM 2600-GRAVAR-ALERTA
               ADD  1                  TO ACU-ALR-DESTNENC
           END-IF.
      *
           IF (WRK-GRP-MIN-LD          GREATER THAN WRK-LIMITE-LD)
               INITIALIZE WRK-ALERTA
               MOVE 'LDEXCESS'         TO WRK-ALR-REGRA
               MOVE 'A'                TO WRK-ALR-SEVERIDADE
               MOVE WRK-GRP-ORIG-EOT   TO WRK-ALR-EOT
               MOVE WRK-GRP-QTD-LD     TO WRK-ALR-QTD-CHAMADAS
               MOVE WRK-GRP-MIN-LD     TO WRK-ALR-MINUTOS
               MOVE WRK-LIMITE-LD      TO WRK-ALR-LIMITE
               MOVE 'MINUTOS LD NO DIA ACIMA DO LIMITE'
                                       TO WRK-ALR-DESCRICAO
               PERFORM 2600-GRAVAR-ALERTA
               ADD  1                  TO ACU-ALR-LDEXCESS
           END-IF.
      *
           IF (WRK-GRP-DEST-CURTAS     NOT LESS THAN WRK-QTD-WANGIRI)
               INITIALIZE WRK-ALERTA
               MOVE 'WANGIRI'          TO WRK-ALR-REGRA
               MOVE 'A'                TO WRK-ALR-SEVERIDADE
               MOVE WRK-GRP-ORIG-EOT   TO WRK-ALR-EOT
               MOVE WRK-GRP-QTD-CURTAS TO WRK-ALR-QTD-CHAMADAS
               MOVE WRK-GRP-DEST-CURTAS TO WRK-ALR-QTD-DESTINOS
               MOVE WRK-QTD-WANGIRI    TO WRK-ALR-LIMITE
               MOVE 'CHAMADAS CURTAS PARA MUITOS DESTINOS'
                                       TO WRK-ALR-DESCRICAO
               PERFORM 2600-GRAVAR-ALERTA
               ADD  1                  TO ACU-ALR-WANGIRI
           END-IF.
      *
           IF (WRK-GRP-QTD-INATIVO     GREATER THAN ZERO)
               INITIALIZE WRK-ALERTA
               MOVE 'EOTINATV'         TO WRK-ALR-REGRA
               MOVE 'A'                TO WRK-ALR-SEVERIDADE
               MOVE WRK-GRP-EOT-INATIVO TO WRK-ALR-EOT
               MOVE WRK-GRP-QTD-INATIVO TO WRK-ALR-QTD-CHAMADAS
               MOVE WRK-GRP-MIN-INATIVO TO WRK-ALR-MINUTOS
               MOVE 'LD ORIGINADA EM FAIXA DE EOT INATIVA'
                                       TO WRK-ALR-DESCRICAO
               PERFORM 2600-GRAVAR-ALERTA
               ADD  1                  TO ACU-ALR-EOTINATV
           END-IF.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UM ALERTA NO CALLALR                     *
      *----------------------------------------------------------------*
       2600-GRAVAR-ALERTA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO FD-REG-CALLALR.
           MOVE WRK-ANT-DATA           TO FD-ALR-DATA-CHAMADA.
           MOVE WRK-ALR-REGRA          TO FD-ALR-REGRA.
           MOVE WRK-ALR-SEVERIDADE     TO FD-ALR-SEVERIDADE.
           MOVE WRK-GRP-ORIG-DDD       TO FD-ALR-ORIG-DDD.
           MOVE WRK-GRP-ORIG-PREFIXO   TO FD-ALR-ORIG-PREFIXO.
           MOVE WRK-GRP-ORIG-MCDU      TO FD-ALR-ORIG-MCDU.
           MOVE WRK-ALR-EOT            TO FD-ALR-ORIG-EOT.
           MOVE WRK-ALR-QTD-CHAMADAS   TO FD-ALR-QTD-CHAMADAS.
           MOVE WRK-ALR-MINUTOS        TO FD-ALR-MINUTOS.
           MOVE WRK-ALR-QTD-DESTINOS   TO FD-ALR-QTD-DESTINOS.
           MOVE WRK-ALR-LIMITE         TO FD-ALR-LIMITE.
           MOVE WRK-ALR-DESCRICAO      TO FD-ALR-DESCRICAO.
      *
           WRITE FD-REG-CALLALR.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-CALLALR.
      *
           ADD  1                      TO ACU-ALR-GRAVADOS.
           IF FD-ALR-SEVERIDADE-ALTA
               ADD  1                  TO ACU-ALR-ALTA
           END-IF.
      *
      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO: AVALIA O ULTIMO NUMERO/DIA, FECHA OS *
      *    ARQUIVOS E DEFINE O RETURN-CODE                             *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-PRIMEIRO-REGISTRO
               PERFORM 2500-AVALIAR-REGRAS
           END-IF.
      *
           CLOSE  CALLFRDW CALLALR.
      *
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-CALLFRDW.
           PERFORM 1030-TESTAR-FS-CALLALR.
      *
           PERFORM 3100-EMITIR-ESTATISTICAS.
      *
           IF (ACU-ALR-ALTA            GREATER THAN ZERO)
               MOVE 8                  TO RETURN-CODE
           ELSE
               MOVE ZERO               TO RETURN-CODE
           END-IF.
      *
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
           DISPLAY '* CALLFRD1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* CALLRES  |  I  | TOTAL REG.    | ' ACU-REG-LIDOS
           '     *'.
           DISPLAY '* CALLRES  |  I  | NUMERO/DIA    | ' ACU-GRUPOS
           '     *'.
           DISPLAY '* CALLALR  |  O  | ORIGNENC      | '
           ACU-ALR-ORIGNENC '     *'.
           DISPLAY '* CALLALR  |  O  | DESTNENC      | '
           ACU-ALR-DESTNENC '     *'.
           DISPLAY '* CALLALR  |  O  | LDEXCESS      | '
           ACU-ALR-LDEXCESS '     *'.
           DISPLAY '* CALLALR  |  O  | WANGIRI       | '
           ACU-ALR-WANGIRI '     *'.
           DISPLAY '* CALLALR  |  O  | EOTINATV      | '
           ACU-ALR-EOTINATV '     *'.
           DISPLAY '* CALLALR  |  O  | TOTAL ALERTAS | '
           ACU-ALR-GRAVADOS '     *'.
           DISPLAY '* CALLALR  |  O  | SEVER. ALTA   | '
           ACU-ALR-ALTA '     *'.
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
