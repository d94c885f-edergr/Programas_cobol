      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. PLANAUV1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  PLANAUV1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  RELATORIO DE AUTORIZACOES A VENCER: LISTA AS *
      *                   AUTORIZACOES DO EOTAUTH CUJA DATA-FINAL CAI  *
      *                   DENTRO DO PRAZO CONFIGURAVEL A PARTIR DA     *
      *                   DATA DE REFERENCIA E QUE AINDA TEM RANGES    *
      *                   VIGENTES NO PLANNAC PARA O MESMO EOT, UF E   *
      *                   TIPO-PREFIXO, COM A QUANTIDADE DE RANGES E A *
      *                   CAPACIDADE QUE FICARIAM SEM COBERTURA.       *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  EOTAUTH                     EOTAUTCP          *
      *                  EOTMAST                     EOTMSTCP          *
      *                  PLANNAC                     PLANNREG          *
      *                  PLANAUVR                    (VIDE FD)         *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: EOTAUTH  - CADASTRO MESTRE DE AUTORIZACOES DE *
      *                             OPERADORAS POR UF E TIPO           *
      *                  EOTMAST  - CADASTRO MESTRE DE OPERADORAS      *
      *                             (OPCIONAL: SEM ELE O NOME SAI EM   *
      *                             BRANCO)                            *
      *                  PLANNAC  - PLANO NACIONAL CONSOLIDADO         *
      *                             (INDEXADO, LIDO SEQUENCIALMENTE    *
      *                             NA ORDEM DA CHAVE)                 *
      *                  PLANAUVR - RELATORIO DE AUTORIZACOES A VENCER *
      *                             COM RANGES VIGENTES (132 COLUNAS)  *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: PLANAUV1_DATA - DATA DE REFERENCIA AAAAMMDD   *
      *                                 (PADRAO: HOJE)                 *
      *                  PLANAUV1_DIAS - PRAZO EM DIAS A PARTIR DA     *
      *                                 REFERENCIA (3 DIGITOS, PADRAO  *
      *                                 090)                           *
      *----------------------------------------------------------------*
      *    RETURN-CODE.: 00 - NENHUMA AUTORIZACAO A VENCER COM RANGES  *
      *                       VIGENTES                                 *
      *                  04 - HA AUTORIZACAO A VENCER COM RANGES       *
      *                       VIGENTES                                 *
      *                  16 - ERRO DE ARQUIVO / TABELA CHEIA           *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DO RELATORIO DE          *
      *                        AUTORIZACOES A VENCER.                  *
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
           SELECT EOTMAST              ASSIGN
           TO DYNAMIC                  WRK-PATH-EOTMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EOTMAST.
      *
           SELECT PLANNAC              ASSIGN
           TO DYNAMIC                  WRK-PATH-PLANNAC
           ORGANIZATION IS             INDEXED
           ACCESS MODE IS              DYNAMIC
           RECORD KEY IS               FD-PLA-CHAVE
           FILE STATUS                 IS WRK-FS-PLANNAC.
      *
           SELECT PLANAUVR             ASSIGN
           TO DYNAMIC                  WRK-PATH-PLANAUVR
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PLANAUVR.
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
      *    ENTRADA......: AUTORIZACOES DE OPERADORAS POR UF E TIPO     *
      *----------------------------------------------------------------*
       FD  EOTAUTH
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EOTAUTH               PIC  X(040).
      *----------------------------------------------------------------*
      *    ENTRADA......: CADASTRO MESTRE DE OPERADORAS (EOTMAST)      *
      *----------------------------------------------------------------*
       FD  EOTMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EOTMAST               PIC  X(060).
      *----------------------------------------------------------------*
      *    ENTRADA......: PLANO NACIONAL CONSOLIDADO (INDEXADO)        *
      *----------------------------------------------------------------*
       FD  PLANNAC
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PLANNAC.
           05  FD-PLA-TIPO-REGISTRO     PIC  9(001).
           05  FD-PLA-CHAVE.
               10  FD-PLA-DDD           PIC  9(002).
               10  FD-PLA-PREFIXO       PIC  9(005).
               10  FD-PLA-RANGE-INICIAL PIC  9(004).
           05  FD-PLA-RESTO             PIC  X(059).
      *----------------------------------------------------------------*
      *    SAIDA........: RELATORIO DE AUTORIZACOES A VENCER           *
      *----------------------------------------------------------------*
       FD  PLANAUVR
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PLANAUVR              PIC  X(132).
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
           '*** PLANAUV1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-LIDOS-EOTAUTH   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-AUT-A-VENCER        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LIDOS-PLANNAC   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-RNG-FORA-VIGENCIA   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-RNG-AFETADOS        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-AUT-LISTADAS        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-LINHAS-GRAVADAS     PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS PARAMETROS E DO PRAZO ***'.
      *----------------------------------------------------------------*
       01  WRK-PARAMETROS.
           05  WRK-DATA-REF-X          PIC  X(008) VALUE SPACES.
           05  WRK-DATA-REF            REDEFINES
               WRK-DATA-REF-X          PIC  9(008).
           05  WRK-PRAZO-DIAS          PIC  9(003) VALUE 090.
           05  WRK-PARM-3              PIC  X(003) VALUE SPACES.
           05  WRK-PARM-3-N            REDEFINES WRK-PARM-3
                                       PIC  9(003).
           05  WRK-DIA-REF             PIC  9(007) VALUE ZEROS.
           05  WRK-DIA-LIMITE          PIC  9(007) VALUE ZEROS.
           05  WRK-DATA-LIMITE         PIC  9(008) VALUE ZEROS.
           05  WRK-DATA-LIMITE-X       REDEFINES WRK-DATA-LIMITE
                                       PIC  X(008).
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CONTROLE DA VARREDURA ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-VARREDURA.
           05  WRK-FLAG-FIM-PLANNAC    PIC  X(001) VALUE SPACES.
               88  WRK-PLANNAC-ESGOTADO            VALUE 'S'.
           05  WRK-DATA-INICIAL-NUM    PIC  9(008) VALUE ZEROS.
           05  WRK-DATA-FINAL-NUM      PIC  9(008) VALUE ZEROS.
           05  WRK-DATA-FINAL-GRP      REDEFINES WRK-DATA-FINAL-NUM.
               10  WRK-DFN-ANO         PIC  9(004).
               10  WRK-DFN-MES         PIC  9(002).
               10  WRK-DFN-DIA         PIC  9(002).
           05  WRK-CAPACIDADE          PIC  9(005) COMP VALUE ZERO.
           05  WRK-DATA-EDITAR         PIC  X(008) VALUE SPACES.
           05  WRK-DATA-EDITADA        PIC  X(010) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DAS AUTORIZACOES A VENCER ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-AUTORIZACAO.
           05  WRK-QTD-AUTORIZACAO     PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-AUTORIZACAO-ITEM OCCURS 3000 TIMES.
               10  WRK-AUT-EOT         PIC  X(003).
               10  WRK-AUT-UF          PIC  X(002).
               10  WRK-AUT-TIPO        PIC  X(001).
               10  WRK-AUT-DATA-INICIAL PIC X(008).
               10  WRK-AUT-DATA-FINAL  PIC  X(008).
               10  WRK-AUT-NUMERO-ATO  PIC  X(012).
               10  WRK-AUT-DIAS        PIC  9(003).
               10  WRK-AUT-QTD-RANGES  PIC  9(009) COMP-3.
               10  WRK-AUT-CAPACIDADE  PIC  9(009) COMP-3.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-AUTORIZACAO.
           05  WRK-IDX-AUTORIZACAO     PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-AUTORIZACAO     PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-AUT      PIC  X(001) VALUE SPACES.
               88  WRK-AUTORIZACAO-ACHOU           VALUE 'S'.
           05  WRK-TOT-RANGES          PIC  9(009) COMP-3 VALUE ZEROS.
           05  WRK-TOT-CAPACIDADE      PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO MESTRE DE OPERADORAS (EOTMAST) ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-OPERADORA.
           05  WRK-QTD-OPERADORA       PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-OPERADORA-ITEM  OCCURS 500 TIMES.
               10  WRK-OPE-EOT         PIC  X(003).
               10  WRK-OPE-NOME        PIC  X(040).
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
           '*** AREA DE LINHAS DO RELATORIO ***'.
      *----------------------------------------------------------------*
       01  WRK-CAB-1.
           05  FILLER                  PIC  X(040) VALUE
               'PLANAUV1 - AUTORIZACOES A VENCER COM RAN'.
           05  FILLER                  PIC  X(029) VALUE
               'GES VIGENTES - REFERENCIA EM '.
           05  WRK-CB1-DATA            PIC  X(010).
           05  FILLER                  PIC  X(010) VALUE
               ' - PRAZO: '.
           05  WRK-CB1-PRAZO           PIC  ZZ9.
           05  FILLER                  PIC  X(040) VALUE
               ' DIAS'.
       01  WRK-CAB-2.
           05  FILLER                  PIC  X(047) VALUE
               'EOT  OPERADORA'.
           05  FILLER                  PIC  X(004) VALUE
               'UF'.
           05  FILLER                  PIC  X(004) VALUE
               'TP'.
           05  FILLER                  PIC  X(014) VALUE
               'ATO'.
           05  FILLER                  PIC  X(012) VALUE
               'INICIO'.
           05  FILLER                  PIC  X(012) VALUE
               'VENCIMENTO'.
           05  FILLER                  PIC  X(006) VALUE
               'DIAS'.
           05  FILLER                  PIC  X(011) VALUE
               '   RANGES'.
           05  FILLER                  PIC  X(022) VALUE
               '   CAPACIDADE'.
       01  WRK-DET-AUTORIZACAO.
           05  WRK-DAU-EOT             PIC  X(005).
           05  WRK-DAU-NOME            PIC  X(040).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DAU-UF              PIC  X(002).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DAU-TIPO            PIC  X(001).
           05  FILLER                  PIC  X(003) VALUE SPACES.
           05  WRK-DAU-NUMERO-ATO      PIC  X(012).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DAU-DATA-INICIAL    PIC  X(010).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DAU-DATA-FINAL      PIC  X(010).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DAU-DIAS            PIC  ZZZ9.
           05  WRK-DAU-DIAS-X          REDEFINES
               WRK-DAU-DIAS            PIC  X(004).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DAU-QTD-RANGES      PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DAU-CAPACIDADE      PIC  Z.ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(009) VALUE SPACES.
       01  WRK-LINHA-AVISO.
           05  FILLER                  PIC  X(005) VALUE SPACES.
           05  WRK-AVI-TEXTO           PIC  X(127).
       01  WRK-LINHA-BRANCO            PIC  X(132) VALUE SPACES.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'PLANAUV1'.
           05  WRK-FS-EOTAUTH          PIC  X(002) VALUE SPACES.
           05  WRK-FS-EOTMAST          PIC  X(002) VALUE SPACES.
           05  WRK-FS-PLANNAC          PIC  X(002) VALUE SPACES.
           05  WRK-FS-PLANAUVR         PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-EOTAUTH        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EOTAUTH.dat'.
           05  WRK-PATH-EOTMAST        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EOTMAST.dat'.
           05  WRK-PATH-PLANNAC        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PLANNAC.dat'.
           05  WRK-PATH-PLANAUVR       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PLANAUVR.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DE AUTORIZACOES (EOTAUTH) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-EOTAUT.
           COPY EOTAUTCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO MESTRE DE OPERADORAS ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-EOTMST.
           COPY EOTMSTCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DE ENTRADA (PLANNAC) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-PLANREG.
           COPY PLANNREG.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO LOG DE EXCECAO/ABEND (ERRLOG) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-ERRLOG.
           COPY ERRLOGCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** PLANAUV1 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 1300-LER-PLANNAC.
           PERFORM 2000-PROCESSAR      UNTIL WRK-PLANNAC-ESGOTADO.
           PERFORM 2200-EMITIR-RELATORIO.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: MONTA O PRAZO, CARREGA AS          *
      *    AUTORIZACOES A VENCER E O MESTRE DE OPERADORAS E ABRE O     *
      *    PLANNAC E O RELATORIO                                       *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-OBTER-PARAMETROS.
      *
           COMPUTE WRK-DIA-REF = FUNCTION INTEGER-OF-DATE(WRK-DATA-REF).
           COMPUTE WRK-DIA-LIMITE = WRK-DIA-REF + WRK-PRAZO-DIAS.
           COMPUTE WRK-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                                    (WRK-DIA-LIMITE).
      *
           PERFORM 1009-CARREGAR-OPERADORAS.
           PERFORM 1020-CARREGAR-AUTORIZACOES.
      *
           OPEN INPUT  PLANNAC
                OUTPUT PLANAUVR.
      *
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-PLANNAC.
           PERFORM 1040-TESTAR-FS-PLANAUVR.
      *
           MOVE WRK-DATA-REF-X         TO WRK-DATA-EDITAR.
           PERFORM 2290-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-CB1-DATA.
           MOVE WRK-PRAZO-DIAS         TO WRK-CB1-PRAZO.
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EOTMAST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EOTMAST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANNAC_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PLANNAC
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANAUVR_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PLANAUVR
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
      *    ROTINA PARA OBTER A DATA DE REFERENCIA E O PRAZO (SE        *
      *    OMITIDOS OU INVALIDOS, FICAM OS VALORES PADRAO)             *
      *----------------------------------------------------------------*
       1008-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANAUV1_DATA'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:8) TO WRK-DATA-REF-X
           END-IF.
           IF (WRK-DATA-REF-X          NOT NUMERIC)
               ACCEPT WRK-DATA-REF     FROM DATE YYYYMMDD
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANAUV1_DIAS'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:3) TO WRK-PARM-3
               IF (WRK-PARM-3          IS NUMERIC) AND
                  (WRK-PARM-3-N        GREATER THAN ZERO)
                   MOVE WRK-PARM-3-N   TO WRK-PRAZO-DIAS
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1008-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA O CADASTRO MESTRE DE        *
      *    OPERADORAS (EOTMAST). SEM O ARQUIVO O NOME SAI EM BRANCO.   *
      *----------------------------------------------------------------*
       1009-CARREGAR-OPERADORAS        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-OPERADORA.
      *
           OPEN INPUT EOTMAST.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
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
               MOVE 'EOTMAST'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EOTMAST     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1012-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR UM EOT NA TABELA DO MESTRE E DEIXAR O  *
      *    NOME EM WRK-NOME-OPERADORA                                  *
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
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PLANNAC           *
      *----------------------------------------------------------------*
       1010-TESTAR-FS-PLANNAC          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PLANNAC          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PLANNAC               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PLANNAC
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PLANNAC'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PLANNAC     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA AS AUTORIZACOES DO EOTAUTH  *
      *    QUE VENCEM DENTRO DO PRAZO (DATA-FINAL ENTRE A REFERENCIA E *
      *    A REFERENCIA MAIS O PRAZO). AUTORIZACAO SEM DATA-FINAL NAO  *
      *    VENCE E FICA DE FORA.                                       *
      *----------------------------------------------------------------*
       1020-CARREGAR-AUTORIZACOES      SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-AUTORIZACAO.
      *
           OPEN INPUT EOTAUTH.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-EOTAUTH.
      *
           PERFORM 1021-LER-AUTORIZACAO
               UNTIL WRK-FS-EOTAUTH    EQUAL '10'.
      *
           CLOSE EOTAUTH.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO EOTAUTH E, SE VENCER DENTRO  *
      *    DO PRAZO, CARREGAR NA TABELA                                *
      *----------------------------------------------------------------*
       1021-LER-AUTORIZACAO            SECTION.
      *----------------------------------------------------------------*
      *
           READ EOTAUTH                INTO WRK-AREA-EOTAUT.
      *
           IF (WRK-FS-EOTAUTH          EQUAL '10')
               GO TO 1021-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-EOTAUTH.
           ADD  1                      TO ACU-REG-LIDOS-EOTAUTH.
      *
           IF (EOTAUTCP-DATA-FINAL     NOT NUMERIC)
               GO TO 1021-99-FIM
           END-IF.
      *
           MOVE EOTAUTCP-DATA-FINAL    TO WRK-DATA-FINAL-NUM.
           IF (WRK-DATA-FINAL-NUM      LESS THAN WRK-DATA-REF) OR
              (WRK-DATA-FINAL-NUM      GREATER THAN WRK-DATA-LIMITE)
               GO TO 1021-99-FIM
           END-IF.
      *
           IF (WRK-QTD-AUTORIZACAO     NOT LESS THAN 3000)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DE AUTORIZACOES CHEIA      *'
               DISPLAY '*  LIMITE DE 3000 AUTORIZACOES       *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-AUTORIZACAO.
           ADD  1                      TO ACU-AUT-A-VENCER.
           MOVE EOTAUTCP-EOT           TO
                              WRK-AUT-EOT(WRK-QTD-AUTORIZACAO).
           MOVE EOTAUTCP-UF            TO
                              WRK-AUT-UF(WRK-QTD-AUTORIZACAO).
           MOVE EOTAUTCP-TIPO-PREFIXO  TO
                              WRK-AUT-TIPO(WRK-QTD-AUTORIZACAO).
           MOVE EOTAUTCP-DATA-INICIAL  TO
                              WRK-AUT-DATA-INICIAL(WRK-QTD-AUTORIZACAO).
           MOVE EOTAUTCP-DATA-FINAL    TO
                              WRK-AUT-DATA-FINAL(WRK-QTD-AUTORIZACAO).
           MOVE EOTAUTCP-NUMERO-ATO    TO
                              WRK-AUT-NUMERO-ATO(WRK-QTD-AUTORIZACAO).
           COMPUTE WRK-AUT-DIAS(WRK-QTD-AUTORIZACAO) =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-FINAL-NUM)
                 - WRK-DIA-REF.
           MOVE ZEROS                  TO
                              WRK-AUT-QTD-RANGES(WRK-QTD-AUTORIZACAO)
                              WRK-AUT-CAPACIDADE(WRK-QTD-AUTORIZACAO).
      *
      *----------------------------------------------------------------*
       1021-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EOTAUTH           *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-EOTAUTH          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EOTAUTH          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EOTAUTH               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EOTAUTH
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EOTAUTH'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EOTAUTH     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PLANAUVR          *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-PLANAUVR         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PLANAUVR         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PLANAUVR              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PLANAUVR
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PLANAUVR'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PLANAUVR    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O PROXIMO REGISTRO DO PLANNAC NA ORDEM DA   *
      *    CHAVE                                                       *
      *----------------------------------------------------------------*
       1300-LER-PLANNAC                SECTION.
      *----------------------------------------------------------------*
      *
           READ PLANNAC NEXT           INTO WRK-AREA-PLANREG.
      *
           IF  (WRK-FS-PLANNAC         EQUAL '10')
               SET WRK-PLANNAC-ESGOTADO TO TRUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1010-TESTAR-FS-PLANNAC
               ADD  1                  TO ACU-REG-LIDOS-PLANNAC
           END-IF.
      *
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSOS: PARA O RANGE CORRENTE DO PLANNAC, SE   *
      *    VIGENTE NA DATA DE REFERENCIA, SOMA RANGE E CAPACIDADE NA   *
      *    AUTORIZACAO A VENCER DO MESMO EOT, UF E TIPO-PREFIXO        *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2100-AVALIAR-RANGE.
           PERFORM 1300-LER-PLANNAC.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA AVALIAR O RANGE: DESPREZA OS FORA DE VIGENCIA   *
      *    E ACUMULA OS QUE DEPENDEM DE UMA AUTORIZACAO A VENCER       *
      *----------------------------------------------------------------*
       2100-AVALIAR-RANGE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-DATA-INICIAL-NUM.
           MOVE 99999999               TO WRK-DATA-FINAL-NUM.
      *
           IF (PLANREG-DATA-INICIAL    IS NUMERIC)
               MOVE PLANREG-DATA-INICIAL TO WRK-DATA-INICIAL-NUM
           END-IF.
           IF (PLANREG-DATA-FINAL      IS NUMERIC)
               MOVE PLANREG-DATA-FINAL TO WRK-DATA-FINAL-NUM
           END-IF.
      *
           IF (WRK-DATA-REF            LESS THAN
                                       WRK-DATA-INICIAL-NUM) OR
              (WRK-DATA-REF            GREATER THAN
                                       WRK-DATA-FINAL-NUM)
               ADD  1                  TO ACU-RNG-FORA-VIGENCIA
               GO TO 2100-99-FIM
           END-IF.
      *
           PERFORM 2110-PROCURAR-AUTORIZACAO.
      *
           IF WRK-AUTORIZACAO-ACHOU
               ADD  1                  TO ACU-RNG-AFETADOS
               COMPUTE WRK-CAPACIDADE = PLANREG-RANGE-FINAL
                                      - PLANREG-RANGE-INICIAL + 1
               ADD  1                  TO
                              WRK-AUT-QTD-RANGES(WRK-POS-AUTORIZACAO)
               ADD  WRK-CAPACIDADE     TO
                              WRK-AUT-CAPACIDADE(WRK-POS-AUTORIZACAO)
           END-IF.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR NA TABELA A AUTORIZACAO A VENCER DO    *
      *    EOT, UF E TIPO-PREFIXO DO RANGE CORRENTE                    *
      *----------------------------------------------------------------*
       2110-PROCURAR-AUTORIZACAO       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-AUT.
           MOVE ZERO                   TO WRK-POS-AUTORIZACAO.
      *
           PERFORM 2120-COMPARAR-AUTORIZACAO
               VARYING WRK-IDX-AUTORIZACAO FROM 1 BY 1
               UNTIL   WRK-IDX-AUTORIZACAO GREATER THAN
                                          WRK-QTD-AUTORIZACAO
                    OR WRK-AUTORIZACAO-ACHOU.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE AUTORIZACOES COM  *
      *    O RANGE CORRENTE                                            *
      *----------------------------------------------------------------*
       2120-COMPARAR-AUTORIZACAO       SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-AUT-EOT(WRK-IDX-AUTORIZACAO) EQUAL PLANREG-EOT) AND
              (WRK-AUT-UF(WRK-IDX-AUTORIZACAO) EQUAL
                                       PLANREG-UNIDADE-FEDERATIVA) AND
              (WRK-AUT-TIPO(WRK-IDX-AUTORIZACAO) EQUAL
                                       PLANREG-TIPO-PREFIXO)
               SET WRK-AUTORIZACAO-ACHOU TO TRUE
               MOVE WRK-IDX-AUTORIZACAO TO WRK-POS-AUTORIZACAO
           END-IF.
      *
      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR O RELATORIO: SO AS AUTORIZACOES A VENCER *
      *    QUE AINDA TEM RANGES VIGENTES, NA ORDEM DO EOTAUTH          *
      *----------------------------------------------------------------*
       2200-EMITIR-RELATORIO           SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-PLANAUVR       FROM WRK-CAB-1.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-PLANAUVR.
           WRITE FD-REG-PLANAUVR       FROM WRK-LINHA-BRANCO.
           PERFORM 1040-TESTAR-FS-PLANAUVR.
           ADD  2                      TO ACU-LINHAS-GRAVADAS.
      *
           IF (ACU-RNG-AFETADOS        EQUAL ZERO)
               MOVE 'NENHUMA AUTORIZACAO A VENCER NO PRAZO COM RANGES'
                                       TO WRK-AVI-TEXTO
               MOVE ' VIGENTES NO PLANNAC.'
                                       TO WRK-AVI-TEXTO(49:21)
               WRITE FD-REG-PLANAUVR   FROM WRK-LINHA-AVISO
               PERFORM 1040-TESTAR-FS-PLANAUVR
               ADD  1                  TO ACU-LINHAS-GRAVADAS
               GO TO 2200-99-FIM
           END-IF.
      *
           WRITE FD-REG-PLANAUVR       FROM WRK-CAB-2.
           PERFORM 1040-TESTAR-FS-PLANAUVR.
           ADD  1                      TO ACU-LINHAS-GRAVADAS.
      *
           MOVE ZEROS                  TO WRK-TOT-RANGES
                                          WRK-TOT-CAPACIDADE.
      *
           PERFORM 2210-EMITIR-AUTORIZACAO
               VARYING WRK-IDX-AUTORIZACAO FROM 1 BY 1
               UNTIL   WRK-IDX-AUTORIZACAO GREATER THAN
                                          WRK-QTD-AUTORIZACAO.
      *
           WRITE FD-REG-PLANAUVR       FROM WRK-LINHA-BRANCO.
           PERFORM 1040-TESTAR-FS-PLANAUVR.
           MOVE 'TOTAL'                TO WRK-DAU-EOT.
           MOVE SPACES                 TO WRK-DAU-NOME
                                          WRK-DAU-UF
                                          WRK-DAU-TIPO
                                          WRK-DAU-NUMERO-ATO
                                          WRK-DAU-DATA-INICIAL
                                          WRK-DAU-DATA-FINAL
                                          WRK-DAU-DIAS-X.
           MOVE WRK-TOT-RANGES         TO WRK-DAU-QTD-RANGES.
           MOVE WRK-TOT-CAPACIDADE     TO WRK-DAU-CAPACIDADE.
           WRITE FD-REG-PLANAUVR       FROM WRK-DET-AUTORIZACAO.
           PERFORM 1040-TESTAR-FS-PLANAUVR.
           ADD  2                      TO ACU-LINHAS-GRAVADAS.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR A LINHA DE UMA AUTORIZACAO A VENCER, SE  *
      *    ELA TIVER RANGES VIGENTES                                   *
      *----------------------------------------------------------------*
       2210-EMITIR-AUTORIZACAO         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-AUT-QTD-RANGES(WRK-IDX-AUTORIZACAO) EQUAL ZERO)
               GO TO 2210-99-FIM
           END-IF.
      *
           MOVE WRK-AUT-EOT(WRK-IDX-AUTORIZACAO) TO WRK-EOT-PROCURADO.
           PERFORM 1013-OBTER-NOME-OPERADORA.
      *
           MOVE WRK-AUT-EOT(WRK-IDX-AUTORIZACAO) TO WRK-DAU-EOT.
           MOVE WRK-NOME-OPERADORA     TO WRK-DAU-NOME.
           MOVE WRK-AUT-UF(WRK-IDX-AUTORIZACAO)  TO WRK-DAU-UF.
           MOVE WRK-AUT-TIPO(WRK-IDX-AUTORIZACAO) TO WRK-DAU-TIPO.
           MOVE WRK-AUT-NUMERO-ATO(WRK-IDX-AUTORIZACAO)
                                       TO WRK-DAU-NUMERO-ATO.
           MOVE WRK-AUT-DATA-INICIAL(WRK-IDX-AUTORIZACAO)
                                       TO WRK-DATA-EDITAR.
           PERFORM 2290-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-DAU-DATA-INICIAL.
           MOVE WRK-AUT-DATA-FINAL(WRK-IDX-AUTORIZACAO)
                                       TO WRK-DATA-EDITAR.
           PERFORM 2290-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-DAU-DATA-FINAL.
           MOVE WRK-AUT-DIAS(WRK-IDX-AUTORIZACAO) TO WRK-DAU-DIAS.
           MOVE WRK-AUT-QTD-RANGES(WRK-IDX-AUTORIZACAO)
                                       TO WRK-DAU-QTD-RANGES.
           MOVE WRK-AUT-CAPACIDADE(WRK-IDX-AUTORIZACAO)
                                       TO WRK-DAU-CAPACIDADE.
      *
           WRITE FD-REG-PLANAUVR       FROM WRK-DET-AUTORIZACAO.
           PERFORM 1040-TESTAR-FS-PLANAUVR.
      *
           ADD  1                      TO ACU-LINHAS-GRAVADAS.
           ADD  1                      TO ACU-AUT-LISTADAS.
           ADD  WRK-AUT-QTD-RANGES(WRK-IDX-AUTORIZACAO)
                                       TO WRK-TOT-RANGES.
           ADD  WRK-AUT-CAPACIDADE(WRK-IDX-AUTORIZACAO)
                                       TO WRK-TOT-CAPACIDADE.
      *
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EDITAR UMA DATA AAAAMMDD (WRK-DATA-EDITAR) NO   *
      *    FORMATO DD/MM/AAAA (WRK-DATA-EDITADA). DATA EM BRANCO SAI   *
      *    EM BRANCO.                                                  *
      *----------------------------------------------------------------*
       2290-EDITAR-DATA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DATA-EDITADA.
      *
           IF (WRK-DATA-EDITAR         NOT EQUAL SPACES)
               STRING WRK-DATA-EDITAR(7:2) '/'
                      WRK-DATA-EDITAR(5:2) '/'
                      WRK-DATA-EDITAR(1:4)
                      DELIMITED BY SIZE INTO WRK-DATA-EDITADA
           END-IF.
      *
      *----------------------------------------------------------------*
       2290-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO                                       *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE  PLANNAC PLANAUVR.
      *
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-PLANNAC.
           PERFORM 1040-TESTAR-FS-PLANAUVR.
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
           DISPLAY '* PLANAUV1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* EOTAUTH  |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-EOTAUTH '     *'.
           DISPLAY '* EOTAUTH  |  I  | A VENCER      | '
           ACU-AUT-A-VENCER '     *'.
           DISPLAY '* PLANNAC  |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-PLANNAC '     *'.
           DISPLAY '* PLANNAC  |  I  | FORA VIGENCIA | '
           ACU-RNG-FORA-VIGENCIA '     *'.
           DISPLAY '* PLANNAC  |  I  | AFETADOS      | '
           ACU-RNG-AFETADOS '     *'.
           DISPLAY '* PLANAUVR |  O  | AUT. LISTADAS | '
           ACU-AUT-LISTADAS '     *'.
           DISPLAY '* PLANAUVR |  O  | TOTAL LINHAS  | '
           ACU-LINHAS-GRAVADAS '     *'.
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
           IF (ACU-AUT-LISTADAS        GREATER THAN ZERO)
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
