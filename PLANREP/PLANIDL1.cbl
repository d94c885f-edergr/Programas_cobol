      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. PLANIDL1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  PLANIDL1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  RELATORIO DE NUMERACAO OCIOSA: CONFRONTA UMA *
      *                   JANELA CONFIGURAVEL DO HISTORICO DE TRAFEGO  *
      *                   (CALLRES) COM O PLANNAC E, PARA CADA RANGE   *
      *                   VIGENTE, CONTA OS NUMEROS DISTINTOS VISTOS   *
      *                   COMO ORIGEM OU DESTINO. LISTA, POR EOT, DDD  *
      *                   E LOCALIDADE-ID, OS RANGES SEM USO OU COM    *
      *                   USO ATE O PERCENTUAL MINIMO, COM CAPACIDADE, *
      *                   NUMEROS VISTOS, PERCENTUAL DE USO E IDADE DO *
      *                   RANGE DESDE A DATA-INICIAL. RANGES AINDA NO  *
      *                   PERIODO DE CARENCIA FICAM DE FORA. E A LISTA *
      *                   DE CANDIDATOS A DEVOLUCAO.                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  CALLRES                     (VIDE FD)         *
      *                  IDLNUMS                     (VIDE FD)         *
      *                  IDLNSRT                     (VIDE FD)         *
      *                  PLANNAC                     PLANNREG          *
      *                  IDLCAND                     (VIDE FD)         *
      *                  PLANIDLR                    (VIDE FD)         *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: CALLRES  - HISTORICO DE TRAFEGO CLASSIFICADO  *
      *                             PELO CALLRATE (GERACOES            *
      *                             CONCATENADAS)                      *
      *                  IDLNUMS  - NUMEROS VISTOS NA JANELA (ORIGEM   *
      *                             E DESTINO) - TRABALHO              *
      *                  IDLNSRT  - IDLNUMS ORDENADO - TRABALHO        *
      *                  PLANNAC  - PLANO NACIONAL CONSOLIDADO         *
      *                             (INDEXADO, LIDO SEQUENCIALMENTE    *
      *                             NA ORDEM DA CHAVE)                 *
      *                  IDLCAND  - RANGES CANDIDATOS NA ORDEM DO      *
      *                             PLANNAC - TRABALHO                 *
      *                  PLANIDLR - RELATORIO DE NUMERACAO OCIOSA POR  *
      *                             EOT, DDD E LOCALIDADE-ID           *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: PLANIDL1_DATA      - DATA DE REFERENCIA       *
      *                                 AAAAMMDD (PADRAO: HOJE). E O   *
      *                                 ULTIMO DIA DA JANELA           *
      *                  PLANIDL1_JANELA    - DIAS DE OBSERVACAO DO    *
      *                                 TRAFEGO (3 DIGITOS, PADRAO 090)*
      *                  PLANIDL1_CARENCIA  - DIAS DE CARENCIA DE UM   *
      *                                 RANGE NOVO (4 DIGITOS, PADRAO  *
      *                                 0180)                          *
      *                  PLANIDL1_PCT_MINIMO - PERCENTUAL DE USO ATE O *
      *                                 QUAL O RANGE E LISTADO (5      *
      *                                 DIGITOS COM 2 DECIMAIS, PADRAO *
      *                                 00100 = 1,00%)                 *
      *----------------------------------------------------------------*
      *    RANGE COM DATA-INICIAL NAO NUMERICA NAO TEM IDADE CONHECIDA:*
      *    NAO ENTRA NA CARENCIA E SAI COM IDADE 99999.                *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DO RELATORIO DE          *
      *                        NUMERACAO OCIOSA.                       *
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
           SELECT IDLNUMS              ASSIGN
           TO DYNAMIC                  WRK-PATH-IDLNUMS
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-IDLNUMS.
      *
           SELECT IDLNSRT              ASSIGN
           TO DYNAMIC                  WRK-PATH-IDLNSRT
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-IDLNSRT.
      *
           SELECT PLANNAC              ASSIGN
           TO DYNAMIC                  WRK-PATH-PLANNAC
           ORGANIZATION IS             INDEXED
           ACCESS MODE IS              DYNAMIC
           RECORD KEY IS               FD-PLA-CHAVE
           FILE STATUS                 IS WRK-FS-PLANNAC.
      *
           SELECT IDLCAND              ASSIGN
           TO DYNAMIC                  WRK-PATH-IDLCAND
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-IDLCAND.
      *
           SELECT PLANIDLR             ASSIGN
           TO DYNAMIC                  WRK-PATH-PLANIDLR
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PLANIDLR.
      *
           SELECT ORDNUMER             ASSIGN TO 'SORTWK01'.
      *
           SELECT ORDCANDI             ASSIGN TO 'SORTWK02'.
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
      *    ENTRADA......: HISTORICO DE TRAFEGO CLASSIFICADO (CALLRATE) *
      *----------------------------------------------------------------*
       FD  CALLRES
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALLRES.
           05  FD-RES-ORIGEM.
               10  FD-RES-ORIG-DDD     PIC  X(002).
               10  FD-RES-ORIG-PREFIXO PIC  X(005).
               10  FD-RES-ORIG-MCDU    PIC  X(004).
           05  FD-RES-DESTINO.
               10  FD-RES-DEST-DDD     PIC  X(002).
               10  FD-RES-DEST-PREFIXO PIC  X(005).
               10  FD-RES-DEST-MCDU    PIC  X(004).
           05  FILLER                  PIC  X(057).
           05  FD-RES-DATA-CHAMADA     PIC  X(008).
           05  FILLER                  PIC  X(019).
      *----------------------------------------------------------------*
      *    CONTROLE......: NUMEROS VISTOS NA JANELA (TRABALHO)         *
      *----------------------------------------------------------------*
       FD  IDLNUMS
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-IDLNUMS               PIC  X(011).
      *----------------------------------------------------------------*
      *    CONTROLE......: NUMEROS VISTOS ORDENADOS (TRABALHO)         *
      *----------------------------------------------------------------*
       FD  IDLNSRT
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-IDLNSRT               PIC  X(011).
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
      *    CONTROLE......: RANGES CANDIDATOS (TRABALHO)                *
      *----------------------------------------------------------------*
       FD  IDLCAND
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-IDLCAND               PIC  X(064).
      *----------------------------------------------------------------*
      *    SAIDA........: RELATORIO DE NUMERACAO OCIOSA                *
      *----------------------------------------------------------------*
       FD  PLANIDLR
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PLANIDLR.
           05  FD-IDL-EOT               PIC  X(003).
           05  FD-IDL-DDD               PIC  9(002).
           05  FD-IDL-LOCALIDADE-ID     PIC  9(005).
           05  FD-IDL-PREFIXO           PIC  9(005).
           05  FD-IDL-RANGE-INICIAL     PIC  9(004).
           05  FD-IDL-RANGE-FINAL       PIC  9(004).
           05  FD-IDL-UF                PIC  X(002).
           05  FD-IDL-TIPO-PREFIXO      PIC  X(001).
           05  FD-IDL-DATA-INICIAL      PIC  X(008).
           05  FD-IDL-IDADE-DIAS        PIC  9(005).
           05  FD-IDL-CAPACIDADE        PIC  9(005).
           05  FD-IDL-QTD-VISTOS        PIC  9(005).
           05  FD-IDL-PCT-USO           PIC  9(003)V9(002).
           05  FD-IDL-SITUACAO          PIC  X(010).
      *----------------------------------------------------------------*
      *    CONTROLE......: CLASSIFICACAO DOS NUMEROS VISTOS (SORT)     *
      *----------------------------------------------------------------*
       SD  ORDNUMER.
      *
       01  SRN-REGISTRO.
           05  SRN-NUMERO               PIC  X(011).
      *----------------------------------------------------------------*
      *    CONTROLE......: CLASSIFICACAO DOS CANDIDATOS POR EOT, DDD E *
      *                    LOCALIDADE-ID (SORT)                        *
      *----------------------------------------------------------------*
       SD  ORDCANDI.
      *
       01  SRC-REGISTRO.
           05  SRC-CHAVE                PIC  X(019).
           05  FILLER                   PIC  X(045).
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
           '*** PLANIDL1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-LIDOS           PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-JANELA          PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-NUM-GRAVADOS        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-NUM-DISTINTOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LIDOS-PLANNAC   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-RNG-FORA-VIGENCIA   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-RNG-CARENCIA        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-RNG-AVALIADOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-RNG-SEM-USO         PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-RNG-USO-BAIXO       PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS PARAMETROS E DA JANELA ***'.
      *----------------------------------------------------------------*
       01  WRK-PARAMETROS.
           05  WRK-DATA-REF-X          PIC  X(008) VALUE SPACES.
           05  WRK-DATA-REF            REDEFINES
               WRK-DATA-REF-X          PIC  9(008).
           05  WRK-JANELA              PIC  9(003) VALUE 090.
           05  WRK-CARENCIA            PIC  9(004) VALUE 0180.
           05  WRK-PCT-MINIMO          PIC  9(003)V9(002) VALUE 1,00.
           05  WRK-PARM-3              PIC  X(003) VALUE SPACES.
           05  WRK-PARM-3-N            REDEFINES WRK-PARM-3
                                       PIC  9(003).
           05  WRK-PARM-4              PIC  X(004) VALUE SPACES.
           05  WRK-PARM-4-N            REDEFINES WRK-PARM-4
                                       PIC  9(004).
           05  WRK-PARM-5              PIC  X(005) VALUE SPACES.
           05  WRK-PARM-5-N            REDEFINES WRK-PARM-5
                                       PIC  9(003)V9(002).
           05  WRK-DIA-REF             PIC  9(007) VALUE ZEROS.
           05  WRK-DIA-INICIO-JANELA   PIC  9(007) VALUE ZEROS.
           05  WRK-JAN-INICIO          PIC  9(008) VALUE ZEROS.
           05  WRK-JAN-INICIO-X        REDEFINES WRK-JAN-INICIO
                                       PIC  X(008).
           05  WRK-JAN-FIM-X           PIC  X(008) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CONTROLE DO CONFRONTO ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-CONFRONTO.
           05  WRK-FLAG-FIM-CALLRES    PIC  X(001) VALUE SPACES.
               88  WRK-CALLRES-ESGOTADO            VALUE 'S'.
           05  WRK-FLAG-FIM-IDLNSRT    PIC  X(001) VALUE SPACES.
               88  WRK-IDLNSRT-ESGOTADO            VALUE 'S'.
           05  WRK-FLAG-FIM-PLANNAC    PIC  X(001) VALUE SPACES.
               88  WRK-PLANNAC-ESGOTADO            VALUE 'S'.
           05  WRK-NUMERO-ATUAL        PIC  X(011) VALUE SPACES.
           05  WRK-NUMERO-ANTERIOR     PIC  X(011) VALUE SPACES.
           05  WRK-NUMERO-GRAVAR.
               10  WRK-NGR-DDD         PIC  X(002).
               10  WRK-NGR-PREFIXO     PIC  X(005).
               10  WRK-NGR-MCDU        PIC  X(004).
           05  WRK-CHAVE-RANGE-INI.
               10  WRK-CRI-DDD         PIC  9(002).
               10  WRK-CRI-PREFIXO     PIC  9(005).
               10  WRK-CRI-MCDU        PIC  9(004).
           05  WRK-CHAVE-RANGE-FIM.
               10  WRK-CRF-DDD         PIC  9(002).
               10  WRK-CRF-PREFIXO     PIC  9(005).
               10  WRK-CRF-MCDU        PIC  9(004).
           05  WRK-QTD-VISTOS          PIC  9(005) COMP VALUE ZERO.
           05  WRK-CAPACIDADE          PIC  9(005) COMP VALUE ZERO.
           05  WRK-PCT-USO             PIC  9(003)V9(002) VALUE ZEROS.
           05  WRK-IDADE-DIAS          PIC  9(005) VALUE ZEROS.
           05  WRK-DATA-INICIAL-NUM    PIC  9(008) VALUE ZEROS.
           05  WRK-DATA-INICIAL-GRP    REDEFINES WRK-DATA-INICIAL-NUM.
               10  WRK-DIN-ANO         PIC  9(004).
               10  WRK-DIN-MES         PIC  9(002).
               10  WRK-DIN-DIA         PIC  9(002).
           05  WRK-DATA-FINAL-NUM      PIC  9(008) VALUE ZEROS.
           05  WRK-FLAG-IDADE          PIC  X(001) VALUE SPACES.
               88  WRK-IDADE-CONHECIDA             VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE MONTAGEM DO CANDIDATO ***'.
      *----------------------------------------------------------------*
       01  WRK-REG-CANDIDATO.
           05  WRK-CAN-EOT             PIC  X(003).
           05  WRK-CAN-DDD             PIC  9(002).
           05  WRK-CAN-LOCALIDADE-ID   PIC  9(005).
           05  WRK-CAN-PREFIXO         PIC  9(005).
           05  WRK-CAN-RANGE-INICIAL   PIC  9(004).
           05  WRK-CAN-RANGE-FINAL     PIC  9(004).
           05  WRK-CAN-UF              PIC  X(002).
           05  WRK-CAN-TIPO-PREFIXO    PIC  X(001).
           05  WRK-CAN-DATA-INICIAL    PIC  X(008).
           05  WRK-CAN-IDADE-DIAS      PIC  9(005).
           05  WRK-CAN-CAPACIDADE      PIC  9(005).
           05  WRK-CAN-QTD-VISTOS      PIC  9(005).
           05  WRK-CAN-PCT-USO         PIC  9(003)V9(002).
           05  WRK-CAN-SITUACAO        PIC  X(010).
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'PLANIDL1'.
           05  WRK-FS-CALLRES          PIC  X(002) VALUE SPACES.
           05  WRK-FS-IDLNUMS          PIC  X(002) VALUE SPACES.
           05  WRK-FS-IDLNSRT          PIC  X(002) VALUE SPACES.
           05  WRK-FS-PLANNAC          PIC  X(002) VALUE SPACES.
           05  WRK-FS-IDLCAND          PIC  X(002) VALUE SPACES.
           05  WRK-FS-PLANIDLR         PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-IDLNUMS        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\IDLNUMS.dat'.
           05  WRK-PATH-IDLNSRT        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\IDLNSRT.dat'.
           05  WRK-PATH-PLANNAC        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PLANNAC.dat'.
           05  WRK-PATH-IDLCAND        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\IDLCAND.dat'.
           05  WRK-PATH-PLANIDLR       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PLANIDLR.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
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
           '*** PLANIDL1 - FIM DA AREA DE WORKING ***'.
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
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: MONTA A JANELA, EXTRAI OS NUMEROS  *
      *    VISTOS NO CALLRES, ORDENA-OS E ABRE O CONFRONTO COM O       *
      *    PLANNAC                                                     *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-OBTER-PARAMETROS.
      *
           COMPUTE WRK-DIA-REF = FUNCTION INTEGER-OF-DATE(WRK-DATA-REF).
           COMPUTE WRK-DIA-INICIO-JANELA = WRK-DIA-REF - WRK-JANELA + 1.
           COMPUTE WRK-JAN-INICIO = FUNCTION DATE-OF-INTEGER
                                   (WRK-DIA-INICIO-JANELA).
           MOVE WRK-DATA-REF-X         TO WRK-JAN-FIM-X.
      *
           PERFORM 1100-EXTRAIR-NUMEROS.
      *
           SORT ORDNUMER
               ON ASCENDING KEY SRN-NUMERO
               USING  IDLNUMS
               GIVING IDLNSRT.
      *
           OPEN INPUT  IDLNSRT
                       PLANNAC
                OUTPUT IDLCAND.
      *
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-IDLNSRT.
           PERFORM 1010-TESTAR-FS-PLANNAC.
           PERFORM 1050-TESTAR-FS-IDLCAND.
      *
           PERFORM 1310-LER-NUMERO-DISTINTO.
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'IDLNUMS_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-IDLNUMS
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'IDLNSRT_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-IDLNSRT
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANNAC_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PLANNAC
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'IDLCAND_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-IDLCAND
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANIDLR_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PLANIDLR
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
      *    ROTINA PARA OBTER A DATA DE REFERENCIA, A JANELA, A         *
      *    CARENCIA E O PERCENTUAL MINIMO (SE OMITIDOS OU INVALIDOS,   *
      *    FICAM OS VALORES PADRAO)                                    *
      *----------------------------------------------------------------*
       1008-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANIDL1_DATA'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:8) TO WRK-DATA-REF-X
           END-IF.
           IF (WRK-DATA-REF-X          NOT NUMERIC)
               ACCEPT WRK-DATA-REF     FROM DATE YYYYMMDD
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR
                  FROM ENVIRONMENT 'PLANIDL1_JANELA'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:3) TO WRK-PARM-3
               IF (WRK-PARM-3          IS NUMERIC) AND
                  (WRK-PARM-3-N        GREATER THAN ZERO)
                   MOVE WRK-PARM-3-N   TO WRK-JANELA
               END-IF
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR
                  FROM ENVIRONMENT 'PLANIDL1_CARENCIA'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:4) TO WRK-PARM-4
               IF (WRK-PARM-4          IS NUMERIC)
                   MOVE WRK-PARM-4-N   TO WRK-CARENCIA
               END-IF
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR
                  FROM ENVIRONMENT 'PLANIDL1_PCT_MINIMO'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:5) TO WRK-PARM-5
               IF (WRK-PARM-5          IS NUMERIC)
                   MOVE WRK-PARM-5-N   TO WRK-PCT-MINIMO
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1008-99-FIM.                    EXIT.
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
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO CALLRES           *
      *----------------------------------------------------------------*
       1020-TESTAR-FS-CALLRES          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-CALLRES          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              CALLRES               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-CALLRES
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'CALLRES'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-CALLRES     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO IDLNUMS           *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-IDLNUMS          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-IDLNUMS          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              IDLNUMS               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-IDLNUMS
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'IDLNUMS'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-IDLNUMS     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO IDLNSRT           *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-IDLNSRT          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-IDLNSRT          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              IDLNSRT               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-IDLNSRT
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'IDLNSRT'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-IDLNSRT     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO IDLCAND           *
      *----------------------------------------------------------------*
       1050-TESTAR-FS-IDLCAND          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-IDLCAND          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              IDLCAND               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-IDLCAND
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'IDLCAND'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-IDLCAND     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EXTRAIR DO CALLRES OS NUMEROS DE ORIGEM E DE    *
      *    DESTINO DAS CHAMADAS DENTRO DA JANELA DE OBSERVACAO         *
      *----------------------------------------------------------------*
       1100-EXTRAIR-NUMEROS            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  CALLRES
                OUTPUT IDLNUMS.
      *
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-CALLRES.
           PERFORM 1030-TESTAR-FS-IDLNUMS.
      *
           PERFORM 1110-LER-CALLRES    UNTIL WRK-CALLRES-ESGOTADO.
      *
           CLOSE  CALLRES IDLNUMS.
      *
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-CALLRES.
           PERFORM 1030-TESTAR-FS-IDLNUMS.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UMA CHAMADA E, SE ESTIVER NA JANELA, GRAVAR *
      *    OS NUMEROS DE ORIGEM E DE DESTINO                           *
      *----------------------------------------------------------------*
       1110-LER-CALLRES                SECTION.
      *----------------------------------------------------------------*
      *
           READ CALLRES.
      *
           IF  (WRK-FS-CALLRES         EQUAL '10')
               SET WRK-CALLRES-ESGOTADO TO TRUE
               GO TO 1110-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-CALLRES.
           ADD  1                      TO ACU-REG-LIDOS.
      *
           IF (FD-RES-DATA-CHAMADA     LESS THAN WRK-JAN-INICIO-X) OR
              (FD-RES-DATA-CHAMADA     GREATER THAN WRK-JAN-FIM-X)
               GO TO 1110-99-FIM
           END-IF.
      *
           ADD  1                      TO ACU-REG-JANELA.
      *
           MOVE FD-RES-ORIGEM          TO WRK-NUMERO-GRAVAR.
           PERFORM 1120-GRAVAR-NUMERO.
      *
           MOVE FD-RES-DESTINO         TO WRK-NUMERO-GRAVAR.
           PERFORM 1120-GRAVAR-NUMERO.
      *
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UM NUMERO VISTO (SO NUMEROS COMPLETOS E  *
      *    NUMERICOS PODEM CAIR EM UM RANGE DO PLANO)                  *
      *----------------------------------------------------------------*
       1120-GRAVAR-NUMERO              SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-NUMERO-GRAVAR       IS NUMERIC)
               WRITE FD-REG-IDLNUMS    FROM WRK-NUMERO-GRAVAR
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               PERFORM 1030-TESTAR-FS-IDLNUMS
               ADD  1                  TO ACU-NUM-GRAVADOS
           END-IF.
      *
      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
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
      *    ROTINA PARA LER O PROXIMO NUMERO DISTINTO DO IDLNSRT (OS    *
      *    REPETIDOS SAO DESPREZADOS)                                  *
      *----------------------------------------------------------------*
       1310-LER-NUMERO-DISTINTO        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-NUMERO-ATUAL       TO WRK-NUMERO-ANTERIOR.
      *
           PERFORM 1320-LER-IDLNSRT
               UNTIL WRK-IDLNSRT-ESGOTADO
                  OR WRK-NUMERO-ATUAL  NOT EQUAL WRK-NUMERO-ANTERIOR.
      *
           IF NOT WRK-IDLNSRT-ESGOTADO
               ADD  1                  TO ACU-NUM-DISTINTOS
           END-IF.
      *
      *----------------------------------------------------------------*
       1310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO IDLNSRT                      *
      *----------------------------------------------------------------*
       1320-LER-IDLNSRT                SECTION.
      *----------------------------------------------------------------*
      *
           READ IDLNSRT.
      *
           IF  (WRK-FS-IDLNSRT         EQUAL '10')
               SET WRK-IDLNSRT-ESGOTADO TO TRUE
               MOVE HIGH-VALUES        TO WRK-NUMERO-ATUAL
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1040-TESTAR-FS-IDLNSRT
               MOVE FD-REG-IDLNSRT     TO WRK-NUMERO-ATUAL
           END-IF.
      *
      *----------------------------------------------------------------*
       1320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSOS: PARA O RANGE CORRENTE DO PLANNAC,      *
      *    DESPREZA OS NUMEROS ANTERIORES AO SEU INICIO, CONTA OS      *
      *    NUMEROS QUE CAEM NELE E AVALIA O USO                        *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PLANREG-DDD            TO WRK-CRI-DDD
                                          WRK-CRF-DDD.
           MOVE PLANREG-PREFIXO        TO WRK-CRI-PREFIXO
                                          WRK-CRF-PREFIXO.
           MOVE PLANREG-RANGE-INICIAL  TO WRK-CRI-MCDU.
           MOVE PLANREG-RANGE-FINAL    TO WRK-CRF-MCDU.
           MOVE ZERO                   TO WRK-QTD-VISTOS.
      *
           PERFORM 1310-LER-NUMERO-DISTINTO
               UNTIL WRK-IDLNSRT-ESGOTADO
                  OR WRK-NUMERO-ATUAL  NOT LESS THAN
                                       WRK-CHAVE-RANGE-INI.
      *
           PERFORM 2100-CONTAR-NUMERO
               UNTIL WRK-IDLNSRT-ESGOTADO
                  OR WRK-NUMERO-ATUAL  GREATER THAN
                                       WRK-CHAVE-RANGE-FIM.
      *
           PERFORM 2200-AVALIAR-RANGE.
      *
           PERFORM 1300-LER-PLANNAC.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CONTAR UM NUMERO DISTINTO DENTRO DO RANGE       *
      *----------------------------------------------------------------*
       2100-CONTAR-NUMERO              SECTION.
      *----------------------------------------------------------------*
      *
           ADD  1                      TO WRK-QTD-VISTOS.
           PERFORM 1310-LER-NUMERO-DISTINTO.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA AVALIAR O RANGE: DESPREZA OS FORA DE VIGENCIA   *
      *    NA DATA DE REFERENCIA E OS AINDA NA CARENCIA, CALCULA O     *
      *    PERCENTUAL DE USO E GRAVA COMO CANDIDATO QUEM NAO PASSA DO  *
      *    PERCENTUAL MINIMO                                           *
      *----------------------------------------------------------------*
       2200-AVALIAR-RANGE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-DATA-INICIAL-NUM.
           MOVE 99999999               TO WRK-DATA-FINAL-NUM.
           MOVE SPACES                 TO WRK-FLAG-IDADE.
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
               GO TO 2200-99-FIM
           END-IF.
      *
           IF (WRK-DIN-ANO             GREATER THAN 1600) AND
              (WRK-DIN-MES             GREATER THAN ZERO) AND
              (WRK-DIN-MES             LESS THAN 13)      AND
              (WRK-DIN-DIA             GREATER THAN ZERO) AND
              (WRK-DIN-DIA             LESS THAN 32)
               SET WRK-IDADE-CONHECIDA TO TRUE
               COMPUTE WRK-IDADE-DIAS = WRK-DIA-REF -
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-INICIAL-NUM)
           ELSE
               MOVE 99999              TO WRK-IDADE-DIAS
           END-IF.
      *
           IF (WRK-IDADE-CONHECIDA)    AND
              (WRK-IDADE-DIAS          LESS THAN WRK-CARENCIA)
               ADD  1                  TO ACU-RNG-CARENCIA
               GO TO 2200-99-FIM
           END-IF.
      *
           ADD  1                      TO ACU-RNG-AVALIADOS.
      *
           COMPUTE WRK-CAPACIDADE = PLANREG-RANGE-FINAL
                                  - PLANREG-RANGE-INICIAL + 1.
           COMPUTE WRK-PCT-USO ROUNDED =
                   WRK-QTD-VISTOS * 100 / WRK-CAPACIDADE.
      *
           IF (WRK-PCT-USO             GREATER THAN WRK-PCT-MINIMO)
               GO TO 2200-99-FIM
           END-IF.
      *
           MOVE PLANREG-EOT            TO WRK-CAN-EOT.
           MOVE PLANREG-DDD            TO WRK-CAN-DDD.
           MOVE PLANREG-LOCALIDADE-ID  TO WRK-CAN-LOCALIDADE-ID.
           MOVE PLANREG-PREFIXO        TO WRK-CAN-PREFIXO.
           MOVE PLANREG-RANGE-INICIAL  TO WRK-CAN-RANGE-INICIAL.
           MOVE PLANREG-RANGE-FINAL    TO WRK-CAN-RANGE-FINAL.
           MOVE PLANREG-UNIDADE-FEDERATIVA TO WRK-CAN-UF.
           MOVE PLANREG-TIPO-PREFIXO   TO WRK-CAN-TIPO-PREFIXO.
           MOVE PLANREG-DATA-INICIAL   TO WRK-CAN-DATA-INICIAL.
           MOVE WRK-IDADE-DIAS         TO WRK-CAN-IDADE-DIAS.
           MOVE WRK-CAPACIDADE         TO WRK-CAN-CAPACIDADE.
           MOVE WRK-QTD-VISTOS         TO WRK-CAN-QTD-VISTOS.
           MOVE WRK-PCT-USO            TO WRK-CAN-PCT-USO.
      *
           IF (WRK-QTD-VISTOS          EQUAL ZERO)
               MOVE 'SEM USO'          TO WRK-CAN-SITUACAO
               ADD  1                  TO ACU-RNG-SEM-USO
           ELSE
               MOVE 'USO BAIXO'        TO WRK-CAN-SITUACAO
               ADD  1                  TO ACU-RNG-USO-BAIXO
           END-IF.
      *
           WRITE FD-REG-IDLCAND        FROM WRK-REG-CANDIDATO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-IDLCAND.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO: FECHA O CONFRONTO E ORDENA OS        *
      *    CANDIDATOS POR EOT, DDD E LOCALIDADE-ID NO PLANIDLR         *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE  IDLNSRT PLANNAC IDLCAND.
      *
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-IDLNSRT.
           PERFORM 1010-TESTAR-FS-PLANNAC.
           PERFORM 1050-TESTAR-FS-IDLCAND.
      *
           SORT ORDCANDI
               ON ASCENDING KEY SRC-CHAVE
               USING  IDLCAND
               GIVING PLANIDLR.
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
           DISPLAY '* PLANIDL1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* CALLRES  |  I  | TOTAL REG.    | ' ACU-REG-LIDOS
           '     *'.
           DISPLAY '* CALLRES  |  I  | NA JANELA     | ' ACU-REG-JANELA
           '     *'.
           DISPLAY '* IDLNUMS  |  O  | NUMEROS VISTOS| '
           ACU-NUM-GRAVADOS '     *'.
           DISPLAY '* IDLNSRT  |  I  | DISTINTOS     | '
           ACU-NUM-DISTINTOS '     *'.
           DISPLAY '* PLANNAC  |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-PLANNAC '     *'.
           DISPLAY '* PLANNAC  |  I  | FORA VIGENCIA | '
           ACU-RNG-FORA-VIGENCIA '     *'.
           DISPLAY '* PLANNAC  |  I  | EM CARENCIA   | '
           ACU-RNG-CARENCIA '     *'.
           DISPLAY '* PLANNAC  |  I  | AVALIADOS     | '
           ACU-RNG-AVALIADOS '     *'.
           DISPLAY '* PLANIDLR |  O  | SEM USO       | '
           ACU-RNG-SEM-USO '     *'.
           DISPLAY '* PLANIDLR |  O  | USO BAIXO     | '
           ACU-RNG-USO-BAIXO '     *'.
           DISPLAY '* JANELA: ' WRK-JAN-INICIO-X ' A ' WRK-JAN-FIM-X
           '                  *'.
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
