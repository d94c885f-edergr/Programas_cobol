      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. FATCHAM1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  FATCHAM1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  FATURAMENTO MENSAL DO ASSINANTE: LE O        *
      *                   TRAFEGO CLASSIFICADO E VALORADO PELO         *
      *                   CALLRATE (CALLRES) DO MES DE REFERENCIA,     *
      *                   ORDENADO POR NUMERO DE ORIGEM (DDD+PREFIXO+  *
      *                   MCDU), E EMITE PARA CADA ASSINANTE O EXTRATO *
      *                   DETALHADO (DESTINO, DATA, DURACAO E VALOR DE *
      *                   CADA CHAMADA), OS SUBTOTAIS POR              *
      *                   CLASSIFICACAO E O TOTAL A PAGAR, MAIS UMA    *
      *                   LINHA POR ASSINANTE NO RESUMO DE FATURAMENTO *
      *                   PARA O SISTEMA DE COBRANCA. CHAMADAS NAO     *
      *                   TARIFADAS (FD-RES-TARIFADO DIFERENTE DE 'S') *
      *                   NAO SAO FATURADAS: VAO PARA UMA LISTAGEM     *
      *                   PROPRIA. CHAMADAS QUE O ASSINANTE DE ORIGEM  *
      *                   NAO PAGA (FD-RES-PAGADOR 'D' OU 'N': 0800 E  *
      *                   CODIGO CURTO GRATUITO) SO SAO CONTADAS.      *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  CALLRES                     (VIDE FD)         *
      *                  FATWORK                     (VIDE FD)         *
      *                  FATEXTR                     (VIDE FD)         *
      *                  FATRESM                     (VIDE FD)         *
      *                  FATNTAR                     (VIDE FD)         *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: CALLRES  - TRAFEGO CLASSIFICADO E VALORADO    *
      *                             PELO CALLRATE (ENTRADA)            *
      *                  FATWORK  - CALLRES ORDENADO POR ORIGEM E DATA *
      *                             (ARQUIVO DE TRABALHO DO SORT)      *
      *                  FATEXTR  - EXTRATOS DETALHADOS DOS ASSINANTES *
      *                  FATRESM  - RESUMO DE FATURAMENTO, UMA LINHA   *
      *                             POR ASSINANTE (SISTEMA DE          *
      *                             COBRANCA)                          *
      *                  FATNTAR  - LISTAGEM DAS CHAMADAS DO MES NAO   *
      *                             TARIFADAS (NAO FATURADAS)          *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: FATCHAM1_MES - MES DE REFERENCIA AAAAMM       *
      *                                 (PADRAO: MES ANTERIOR AO DA    *
      *                                 DATA DO SISTEMA)               *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DO FATURAMENTO MENSAL    *
      *                        DO ASSINANTE A PARTIR DO CALLRES.       *
      *    15/10/2026 EGR      CALLRES COM O PAGADOR DA CHAMADA:       *
      *                        CHAMADA COBRADA DA DETENTORA DO DESTINO *
      *                        (0800) OU GRATUITA (CODIGO CURTO) NAO   *
      *                        ENTRA NO EXTRATO DO ASSINANTE.          *
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
           SELECT FATWORK              ASSIGN
           TO DYNAMIC                  WRK-PATH-FATWORK
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-FATWORK.
      *
           SELECT FATEXTR              ASSIGN
           TO DYNAMIC                  WRK-PATH-FATEXTR
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-FATEXTR.
      *
           SELECT FATRESM              ASSIGN
           TO DYNAMIC                  WRK-PATH-FATRESM
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-FATRESM.
      *
           SELECT FATNTAR              ASSIGN
           TO DYNAMIC                  WRK-PATH-FATNTAR
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-FATNTAR.
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
      *    CONTROLE......: CALLRES ORDENADO POR ORIGEM E DATA          *
      *                     (ARQUIVO DE TRABALHO DO SORT)              *
      *----------------------------------------------------------------*
       FD  FATWORK
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-FATWORK.
           05  FD-RES-ORIGEM.
               10  FD-RES-ORIG-DDD     PIC  9(002).
               10  FD-RES-ORIG-PREFIXO PIC  9(005).
               10  FD-RES-ORIG-MCDU    PIC  X(004).
           05  FD-RES-DEST-DDD         PIC  9(002).
           05  FD-RES-DEST-PREFIXO     PIC  9(005).
           05  FD-RES-DEST-MCDU        PIC  X(004).
           05  FD-RES-ORIG-EOT         PIC  X(003).
           05  FD-RES-DEST-EOT         PIC  X(003).
           05  FD-RES-CLASSIFICACAO    PIC  X(020).
           05  FD-RES-OPERADORA        PIC  X(016).
           05  FD-RES-SITUACAO         PIC  X(015).
           05  FD-RES-DATA-CHAMADA     PIC  X(008).
           05  FD-RES-DATA-CHAMADA-R   REDEFINES FD-RES-DATA-CHAMADA.
               10  FD-RES-MES-CHAMADA  PIC  X(006).
               10  FD-RES-DIA-CHAMADA  PIC  X(002).
           05  FD-RES-DURACAO-SEG      PIC  9(006).
           05  FD-RES-VALOR-CHAMADA    PIC  9(007)V9(002).
           05  FD-RES-TARIFADO         PIC  X(001).
           05  FD-RES-PAGADOR          PIC  X(001).
               88  FD-RES-PAGA-ORIGEM              VALUE 'O' ' '.
           05  FD-RES-CLASSIF-COD      PIC  X(001).
           05  FD-RES-BANDA            PIC  X(001).
      *----------------------------------------------------------------*
      *    SAIDA........: EXTRATOS DETALHADOS DOS ASSINANTES           *
      *----------------------------------------------------------------*
       FD  FATEXTR
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-FATEXTR              PIC  X(132).
      *----------------------------------------------------------------*
      *    SAIDA........: RESUMO DE FATURAMENTO POR ASSINANTE          *
      *----------------------------------------------------------------*
       FD  FATRESM
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-FATRESM.
           05  FD-FAT-MES-REFERENCIA   PIC  9(006).
           05  FD-FAT-ORIG-DDD         PIC  9(002).
           05  FD-FAT-ORIG-PREFIXO     PIC  9(005).
           05  FD-FAT-ORIG-MCDU        PIC  X(004).
           05  FD-FAT-ORIG-EOT         PIC  X(003).
           05  FD-FAT-QTD-CHAMADAS     PIC  9(007).
           05  FD-FAT-VALOR-LOCAL      PIC  9(009)V9(002).
           05  FD-FAT-VALOR-TARIFADA   PIC  9(009)V9(002).
           05  FD-FAT-VALOR-LONGA-DIST PIC  9(009)V9(002).
           05  FD-FAT-VALOR-OUTRAS     PIC  9(009)V9(002).
           05  FD-FAT-VALOR-TOTAL      PIC  9(009)V9(002).
           05  FD-FAT-QTD-NAO-TARIF    PIC  9(007).
           05  FD-FAT-DATA-EMISSAO     PIC  9(008).
           05  FILLER                  PIC  X(009).
      *----------------------------------------------------------------*
      *    SAIDA........: CHAMADAS NAO TARIFADAS (NAO FATURADAS)       *
      *----------------------------------------------------------------*
       FD  FATNTAR
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-FATNTAR              PIC  X(132).
      *----------------------------------------------------------------*
      *    CONTROLE......: ARQUIVO DE CLASSIFICACAO (SORT)             *
      *----------------------------------------------------------------*
       SD  ORDENACAO.
      *
       01  SRT-REGISTRO.
           05  SRT-ORIGEM               PIC  X(011).
           05  FILLER                   PIC  X(068).
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
           '*** FATCHAM1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-LIDOS           PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-FORA-MES        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-FATURADOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-NAO-TARIFADOS   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-OUTRO-PAGADOR   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-QTD-ASSINANTES      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-VALOR-FATURADO      PIC  9(013)V9(002)
                                                   COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CONTROLE DO ASSINANTE ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-ASSINANTE.
           05  WRK-ORIGEM-ANTERIOR     PIC  X(011) VALUE SPACES.
           05  WRK-FLAG-PRIMEIRO       PIC  X(001) VALUE 'S'.
               88  WRK-PRIMEIRO-REGISTRO           VALUE 'S'.
           05  WRK-FLAG-FIM-FATWORK    PIC  X(001) VALUE SPACES.
               88  WRK-FATWORK-ESGOTADO            VALUE 'S'.
           05  WRK-FLAG-EXTRATO-ABERTO PIC  X(001) VALUE SPACES.
               88  WRK-EXTRATO-ABERTO              VALUE 'S'.
           05  WRK-ASS-ORIG-DDD        PIC  9(002) VALUE ZEROS.
           05  WRK-ASS-ORIG-PREFIXO    PIC  9(005) VALUE ZEROS.
           05  WRK-ASS-ORIG-MCDU       PIC  X(004) VALUE SPACES.
           05  WRK-ASS-ORIG-EOT        PIC  X(003) VALUE SPACES.
           05  WRK-ASS-QTD-NAO-TARIF   PIC  9(007) VALUE ZEROS.
      *----------------------------------------------------------------*
      *    SUBTOTAIS DO ASSINANTE POR CLASSIFICACAO: 1 = MESMA AREA    *
      *    LOCAL, 2 = MESMA AREA TARIFADA, 3 = LONGA DISTANCIA,        *
      *    4 = OUTRAS CLASSIFICACOES                                   *
      *----------------------------------------------------------------*
       01  WRK-TAB-SUBTOTAL.
           05  WRK-SUB-ITEM            OCCURS 4 TIMES.
               10  WRK-SUB-QTD         PIC  9(007) COMP-3.
               10  WRK-SUB-VALOR       PIC  9(009)V9(002) COMP-3.
       01  WRK-TAB-DESC-CLASSIF.
           05  FILLER                  PIC  X(020) VALUE
               'MESMA AREA LOCAL'.
           05  FILLER                  PIC  X(020) VALUE
               'MESMA AREA TARIFADA'.
           05  FILLER                  PIC  X(020) VALUE
               'LONGA DISTANCIA'.
           05  FILLER                  PIC  X(020) VALUE
               'OUTRAS'.
       01  WRK-TAB-DESC-CLASSIF-R      REDEFINES WRK-TAB-DESC-CLASSIF.
           05  WRK-DESC-CLASSIF        PIC  X(020) OCCURS 4 TIMES.
       01  WRK-CONTROLE-SUBTOTAL.
           05  WRK-IDX-CLASSIF         PIC  9(004) COMP VALUE ZERO.
           05  WRK-ASS-QTD-FATURADAS   PIC  9(007) VALUE ZEROS.
           05  WRK-ASS-VALOR-TOTAL     PIC  9(009)V9(002) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE PARAMETROS E DATAS ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-MES.
           05  WRK-DATA-HOJE           PIC  9(008) VALUE ZEROS.
           05  WRK-DATA-HOJE-R         REDEFINES   WRK-DATA-HOJE.
               10  WRK-HOJE-ANO        PIC  9(004).
               10  WRK-HOJE-MES        PIC  9(002).
               10  WRK-HOJE-DIA        PIC  9(002).
           05  WRK-MES-REFERENCIA      PIC  9(006) VALUE ZEROS.
           05  WRK-MES-REFERENCIA-R    REDEFINES   WRK-MES-REFERENCIA.
               10  WRK-REF-ANO         PIC  9(004).
               10  WRK-REF-MES         PIC  9(002).
           05  WRK-MES-REFERENCIA-X    REDEFINES   WRK-MES-REFERENCIA
                                       PIC  X(006).
           05  WRK-MES-PARAMETRO       PIC  X(006) VALUE SPACES.
           05  WRK-MES-PARAMETRO-R     REDEFINES   WRK-MES-PARAMETRO.
               10  WRK-PAR-ANO         PIC  9(004).
               10  WRK-PAR-MES         PIC  9(002).
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS EXTRATOS E LISTAGENS ***'.
      *----------------------------------------------------------------*
       01  WRK-CAB-EXTRATO-1.
           05  FILLER                  PIC  X(039) VALUE
               'FATCHAM1 - EXTRATO MENSAL DE CHAMADAS -'.
           05  FILLER                  PIC  X(011) VALUE
               ' ASSINANTE '.
           05  FILLER                  PIC  X(001) VALUE '('.
           05  WRK-CAB-DDD             PIC  9(002).
           05  FILLER                  PIC  X(002) VALUE ') '.
           05  WRK-CAB-PREFIXO         PIC  9(005).
           05  FILLER                  PIC  X(001) VALUE '-'.
           05  WRK-CAB-MCDU            PIC  X(004).
           05  FILLER                  PIC  X(013) VALUE
               ' - OPERADORA '.
           05  WRK-CAB-EOT             PIC  X(003).
           05  FILLER                  PIC  X(015) VALUE
               ' - REFERENCIA: '.
           05  WRK-CAB-REF-MES         PIC  9(002).
           05  FILLER                  PIC  X(001) VALUE '/'.
           05  WRK-CAB-REF-ANO         PIC  9(004).
           05  FILLER                  PIC  X(029) VALUE SPACES.
       01  WRK-CAB-EXTRATO-2.
           05  FILLER                  PIC  X(046) VALUE
               'DESTINO            DATA       CLASSIFICACAO   '.
           05  FILLER                  PIC  X(046) VALUE
               '       DURACAO(S)            VALOR'.
           05  FILLER                  PIC  X(040) VALUE SPACES.
       01  WRK-DET-EXTRATO.
           05  FILLER                  PIC  X(001) VALUE '('.
           05  WRK-DEX-DDD             PIC  9(002).
           05  FILLER                  PIC  X(002) VALUE ') '.
           05  WRK-DEX-PREFIXO         PIC  9(005).
           05  FILLER                  PIC  X(001) VALUE '-'.
           05  WRK-DEX-MCDU            PIC  X(004).
           05  FILLER                  PIC  X(004) VALUE SPACES.
           05  WRK-DEX-DATA            PIC  X(010).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DEX-CLASSIF         PIC  X(020).
           05  FILLER                  PIC  X(003) VALUE SPACES.
           05  WRK-DEX-DURACAO         PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(003) VALUE SPACES.
           05  WRK-DEX-VALOR           PIC  Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(053) VALUE SPACES.
       01  WRK-SUB-EXTRATO.
           05  FILLER                  PIC  X(009) VALUE 'SUBTOTAL '.
           05  WRK-SEX-CLASSIF         PIC  X(020).
           05  FILLER                  PIC  X(010) VALUE
               ' CHAMADAS '.
           05  WRK-SEX-QTD             PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(015) VALUE SPACES.
           05  WRK-SEX-VALOR           PIC  Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(053) VALUE SPACES.
       01  WRK-TOT-EXTRATO.
           05  FILLER                  PIC  X(029) VALUE
               'TOTAL A PAGAR'.
           05  FILLER                  PIC  X(010) VALUE
               ' CHAMADAS '.
           05  WRK-TEX-QTD             PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(015) VALUE SPACES.
           05  WRK-TEX-VALOR           PIC  Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(053) VALUE SPACES.
       01  WRK-CAB-NTAR-1.
           05  FILLER                  PIC  X(046) VALUE
               'FATCHAM1 - CHAMADAS NAO TARIFADAS (NAO FATURAD'.
           05  FILLER                  PIC  X(018) VALUE
               'AS) - REFERENCIA: '.
           05  WRK-CNT-REF-MES         PIC  9(002).
           05  FILLER                  PIC  X(001) VALUE '/'.
           05  WRK-CNT-REF-ANO         PIC  9(004).
           05  FILLER                  PIC  X(061) VALUE SPACES.
       01  WRK-CAB-NTAR-2.
           05  FILLER                  PIC  X(046) VALUE
               'ORIGEM             DESTINO            DATA    '.
           05  FILLER                  PIC  X(046) VALUE
               '   SITUACAO        CLASSIFICACAO        DURACA'.
           05  FILLER                  PIC  X(040) VALUE
               'O(S)'.
       01  WRK-DET-NTAR.
           05  FILLER                  PIC  X(001) VALUE '('.
           05  WRK-DNT-ORIG-DDD        PIC  9(002).
           05  FILLER                  PIC  X(002) VALUE ') '.
           05  WRK-DNT-ORIG-PREFIXO    PIC  9(005).
           05  FILLER                  PIC  X(001) VALUE '-'.
           05  WRK-DNT-ORIG-MCDU       PIC  X(004).
           05  FILLER                  PIC  X(004) VALUE SPACES.
           05  FILLER                  PIC  X(001) VALUE '('.
           05  WRK-DNT-DEST-DDD        PIC  9(002).
           05  FILLER                  PIC  X(002) VALUE ') '.
           05  WRK-DNT-DEST-PREFIXO    PIC  9(005).
           05  FILLER                  PIC  X(001) VALUE '-'.
           05  WRK-DNT-DEST-MCDU       PIC  X(004).
           05  FILLER                  PIC  X(004) VALUE SPACES.
           05  WRK-DNT-DATA            PIC  X(010).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DNT-SITUACAO        PIC  X(015).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DNT-CLASSIF         PIC  X(020).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DNT-DURACAO         PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(039) VALUE SPACES.
       01  WRK-TOT-NTAR.
           05  FILLER                  PIC  X(040) VALUE
               'TOTAL DE CHAMADAS NAO TARIFADAS ....... '.
           05  WRK-TNT-QTD             PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(083) VALUE SPACES.
       01  WRK-LINHA-BRANCO            PIC  X(132) VALUE SPACES.
       01  WRK-DATA-EDITADA            PIC  X(010) VALUE SPACES.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'FATCHAM1'.
           05  WRK-FS-CALLRES          PIC  X(002) VALUE SPACES.
           05  WRK-FS-FATWORK          PIC  X(002) VALUE SPACES.
           05  WRK-FS-FATEXTR          PIC  X(002) VALUE SPACES.
           05  WRK-FS-FATRESM          PIC  X(002) VALUE SPACES.
           05  WRK-FS-FATNTAR          PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-FATWORK        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\FATWORK.dat'.
           05  WRK-PATH-FATEXTR        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\FATEXTR.dat'.
           05  WRK-PATH-FATRESM        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\FATRESM.dat'.
           05  WRK-PATH-FATNTAR        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\FATNTAR.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO LOG DE EXCECAO/ABEND (ERRLOG) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-ERRLOG.
           COPY ERRLOGCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** FATCHAM1 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 1300-LER-FATWORK.
           PERFORM 2000-PROCESSAR      UNTIL WRK-FATWORK-ESGOTADO.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: ORDENA O CALLRES POR ORIGEM E DATA *
      *    NO FATWORK E ABRE AS SAIDAS                                 *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-OBTER-PARAMETROS.
      *
           SORT ORDENACAO
               ON ASCENDING KEY SRT-ORIGEM SRT-DATA-CHAMADA
               USING  CALLRES
               GIVING FATWORK.
      *
           OPEN INPUT  FATWORK
                OUTPUT FATEXTR FATRESM FATNTAR.
      *
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-FATWORK.
           PERFORM 1020-TESTAR-FS-FATEXTR.
           PERFORM 1030-TESTAR-FS-FATRESM.
           PERFORM 1040-TESTAR-FS-FATNTAR.
      *
           MOVE WRK-REF-MES            TO WRK-CNT-REF-MES.
           MOVE WRK-REF-ANO            TO WRK-CNT-REF-ANO.
           WRITE FD-REG-FATNTAR        FROM WRK-CAB-NTAR-1.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-FATNTAR.
           WRITE FD-REG-FATNTAR        FROM WRK-CAB-NTAR-2.
           PERFORM 1040-TESTAR-FS-FATNTAR.
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'FATWORK_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-FATWORK
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'FATEXTR_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-FATEXTR
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'FATRESM_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-FATRESM
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'FATNTAR_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-FATNTAR
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
      *    ROTINA PARA OBTER O MES DE REFERENCIA: FATCHAM1_MES         *
      *    (AAAAMM) QUANDO VALIDO; SENAO, O MES ANTERIOR AO DA DATA DO *
      *    SISTEMA                                                     *
      *----------------------------------------------------------------*
       1008-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
      *
           MOVE WRK-HOJE-ANO           TO WRK-REF-ANO.
           MOVE WRK-HOJE-MES           TO WRK-REF-MES.
           IF (WRK-REF-MES             EQUAL 01)
               MOVE 12                 TO WRK-REF-MES
               SUBTRACT 1              FROM WRK-REF-ANO
           ELSE
               SUBTRACT 1              FROM WRK-REF-MES
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'FATCHAM1_MES'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:6) TO WRK-MES-PARAMETRO
               IF (WRK-MES-PARAMETRO   IS NUMERIC)
                   IF (WRK-PAR-MES     GREATER THAN ZERO)  AND
                      (WRK-PAR-MES     NOT GREATER THAN 12)
                       MOVE WRK-MES-PARAMETRO TO WRK-MES-REFERENCIA-X
                   END-IF
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1008-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO FATWORK           *
      *----------------------------------------------------------------*
       1010-TESTAR-FS-FATWORK          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-FATWORK          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              FATWORK               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-FATWORK
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'FATWORK'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-FATWORK     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO FATEXTR           *
      *----------------------------------------------------------------*
       1020-TESTAR-FS-FATEXTR          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-FATEXTR          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              FATEXTR               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-FATEXTR
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'FATEXTR'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-FATEXTR     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO FATRESM           *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-FATRESM          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-FATRESM          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              FATRESM               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-FATRESM
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'FATRESM'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-FATRESM     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO FATNTAR           *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-FATNTAR          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-FATNTAR          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              FATNTAR               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-FATNTAR
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'FATNTAR'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-FATNTAR     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    LER O CALLRES ORDENADO (FATWORK)                            *
      *----------------------------------------------------------------*
       1300-LER-FATWORK                SECTION.
      *----------------------------------------------------------------*
      *
           READ FATWORK.
      *
           IF  (WRK-FS-FATWORK         EQUAL '10')
               SET WRK-FATWORK-ESGOTADO TO TRUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1010-TESTAR-FS-FATWORK
               ADD  1                  TO ACU-REG-LIDOS
           END-IF.
      *
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSOS: SO ENTRAM AS CHAMADAS DO MES DE        *
      *    REFERENCIA PAGAS PELA ORIGEM (0800 COBRADO DA DETENTORA DO  *
      *    DESTINO E CODIGO CURTO GRATUITO FICAM FORA). A TROCA DE     *
      *    NUMERO DE ORIGEM FECHA O EXTRATO DO ASSINANTE ANTERIOR;     *
      *    CHAMADA TARIFADA ENTRA NO EXTRATO E CHAMADA NAO TARIFADA    *
      *    VAI PARA A LISTAGEM DO FATNTAR.                             *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF (FD-RES-MES-CHAMADA      NOT EQUAL WRK-MES-REFERENCIA-X)
               ADD  1                  TO ACU-REG-FORA-MES
               PERFORM 1300-LER-FATWORK
               GO TO 2000-99-FIM
           END-IF.
      *
           IF NOT FD-RES-PAGA-ORIGEM
               ADD  1                  TO ACU-REG-OUTRO-PAGADOR
               PERFORM 1300-LER-FATWORK
               GO TO 2000-99-FIM
           END-IF.
      *
           IF (WRK-PRIMEIRO-REGISTRO)  OR
              (FD-RES-ORIGEM           NOT EQUAL WRK-ORIGEM-ANTERIOR)
               IF NOT WRK-PRIMEIRO-REGISTRO
                   PERFORM 2500-FECHAR-ASSINANTE
               END-IF
               PERFORM 2100-INICIAR-ASSINANTE
           END-IF.
      *
           IF (FD-RES-SITUACAO         EQUAL 'CLASSIFICADO') AND
              (FD-RES-TARIFADO         EQUAL 'S')
               PERFORM 2200-FATURAR-CHAMADA
           ELSE
               PERFORM 2400-LISTAR-NAO-TARIFADA
           END-IF.
      *
           PERFORM 1300-LER-FATWORK.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA INICIAR OS CONTROLES DE UM NOVO ASSINANTE. O    *
      *    CABECALHO DO EXTRATO SO E EMITIDO NA PRIMEIRA CHAMADA       *
      *    TARIFADA, PARA QUE ASSINANTE SEM CHAMADA FATURAVEL NAO      *
      *    RECEBA EXTRATO.                                             *
      *----------------------------------------------------------------*
       2100-INICIAR-ASSINANTE          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WRK-FLAG-PRIMEIRO.
           MOVE FD-RES-ORIGEM          TO WRK-ORIGEM-ANTERIOR.
           MOVE FD-RES-ORIG-DDD        TO WRK-ASS-ORIG-DDD.
           MOVE FD-RES-ORIG-PREFIXO    TO WRK-ASS-ORIG-PREFIXO.
           MOVE FD-RES-ORIG-MCDU       TO WRK-ASS-ORIG-MCDU.
           MOVE FD-RES-ORIG-EOT        TO WRK-ASS-ORIG-EOT.
           MOVE SPACES                 TO WRK-FLAG-EXTRATO-ABERTO.
           MOVE ZERO                   TO WRK-ASS-QTD-NAO-TARIF
                                          WRK-ASS-QTD-FATURADAS
                                          WRK-ASS-VALOR-TOTAL.
      *
           PERFORM 2110-ZERAR-SUBTOTAL
               VARYING WRK-IDX-CLASSIF FROM 1 BY 1
               UNTIL   WRK-IDX-CLASSIF GREATER THAN 4.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ZERAR UM SUBTOTAL POR CLASSIFICACAO             *
      *----------------------------------------------------------------*
       2110-ZERAR-SUBTOTAL             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO           TO WRK-SUB-QTD  (WRK-IDX-CLASSIF)
                                  WRK-SUB-VALOR(WRK-IDX-CLASSIF).
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA FATURAR UMA CHAMADA TARIFADA: IMPRIME A LINHA   *
      *    DO EXTRATO E ACUMULA NO SUBTOTAL DA CLASSIFICACAO           *
      *----------------------------------------------------------------*
       2200-FATURAR-CHAMADA            SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-EXTRATO-ABERTO
               PERFORM 2210-EMITIR-CABECALHO
           END-IF.
      *
           EVALUATE FD-RES-CLASSIFICACAO
               WHEN 'MESMA AREA LOCAL'
                   MOVE 1              TO WRK-IDX-CLASSIF
               WHEN 'MESMA AREA TARIFADA'
                   MOVE 2              TO WRK-IDX-CLASSIF
               WHEN 'LONGA DISTANCIA'
                   MOVE 3              TO WRK-IDX-CLASSIF
               WHEN OTHER
                   MOVE 4              TO WRK-IDX-CLASSIF
           END-EVALUATE.
      *
           MOVE FD-RES-DEST-DDD        TO WRK-DEX-DDD.
           MOVE FD-RES-DEST-PREFIXO    TO WRK-DEX-PREFIXO.
           MOVE FD-RES-DEST-MCDU       TO WRK-DEX-MCDU.
           PERFORM 2800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-DEX-DATA.
           MOVE FD-RES-CLASSIFICACAO   TO WRK-DEX-CLASSIF.
           MOVE FD-RES-DURACAO-SEG     TO WRK-DEX-DURACAO.
           MOVE FD-RES-VALOR-CHAMADA   TO WRK-DEX-VALOR.
      *
           WRITE FD-REG-FATEXTR        FROM WRK-DET-EXTRATO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-FATEXTR.
      *
           ADD  1                      TO WRK-SUB-QTD(WRK-IDX-CLASSIF)
                                          WRK-ASS-QTD-FATURADAS
                                          ACU-REG-FATURADOS.
           ADD  FD-RES-VALOR-CHAMADA   TO WRK-SUB-VALOR(WRK-IDX-CLASSIF)
                                          WRK-ASS-VALOR-TOTAL
                                          ACU-VALOR-FATURADO.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR O CABECALHO DO EXTRATO DO ASSINANTE      *
      *----------------------------------------------------------------*
       2210-EMITIR-CABECALHO           SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-EXTRATO-ABERTO      TO TRUE.
           ADD  1                      TO ACU-QTD-ASSINANTES.
      *
           MOVE WRK-ASS-ORIG-DDD       TO WRK-CAB-DDD.
           MOVE WRK-ASS-ORIG-PREFIXO   TO WRK-CAB-PREFIXO.
           MOVE WRK-ASS-ORIG-MCDU      TO WRK-CAB-MCDU.
           MOVE WRK-ASS-ORIG-EOT       TO WRK-CAB-EOT.
           MOVE WRK-REF-MES            TO WRK-CAB-REF-MES.
           MOVE WRK-REF-ANO            TO WRK-CAB-REF-ANO.
      *
           WRITE FD-REG-FATEXTR        FROM WRK-CAB-EXTRATO-1.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-FATEXTR.
           WRITE FD-REG-FATEXTR        FROM WRK-CAB-EXTRATO-2.
           PERFORM 1020-TESTAR-FS-FATEXTR.
      *
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LISTAR NO FATNTAR UMA CHAMADA DO MES NAO        *
      *    TARIFADA (LADO NAO RESOLVIDO OU SEM TARIFA APLICAVEL)       *
      *----------------------------------------------------------------*
       2400-LISTAR-NAO-TARIFADA        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FD-RES-ORIG-DDD        TO WRK-DNT-ORIG-DDD.
           MOVE FD-RES-ORIG-PREFIXO    TO WRK-DNT-ORIG-PREFIXO.
           MOVE FD-RES-ORIG-MCDU       TO WRK-DNT-ORIG-MCDU.
           MOVE FD-RES-DEST-DDD        TO WRK-DNT-DEST-DDD.
           MOVE FD-RES-DEST-PREFIXO    TO WRK-DNT-DEST-PREFIXO.
           MOVE FD-RES-DEST-MCDU       TO WRK-DNT-DEST-MCDU.
           PERFORM 2800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-DNT-DATA.
           MOVE FD-RES-SITUACAO        TO WRK-DNT-SITUACAO.
           MOVE FD-RES-CLASSIFICACAO   TO WRK-DNT-CLASSIF.
           MOVE FD-RES-DURACAO-SEG     TO WRK-DNT-DURACAO.
      *
           WRITE FD-REG-FATNTAR        FROM WRK-DET-NTAR.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-FATNTAR.
      *
           ADD  1                      TO WRK-ASS-QTD-NAO-TARIF
                                          ACU-REG-NAO-TARIFADOS.
      *
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA FECHAR O ASSINANTE: SUBTOTAIS POR               *
      *    CLASSIFICACAO, TOTAL A PAGAR E LINHA DO RESUMO. ASSINANTE   *
      *    SEM CHAMADA TARIFADA NO MES NAO GERA EXTRATO NEM RESUMO.    *
      *----------------------------------------------------------------*
       2500-FECHAR-ASSINANTE           SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-EXTRATO-ABERTO
               GO TO 2500-99-FIM
           END-IF.
      *
           PERFORM 2510-EMITIR-SUBTOTAL
               VARYING WRK-IDX-CLASSIF FROM 1 BY 1
               UNTIL   WRK-IDX-CLASSIF GREATER THAN 4.
      *
           MOVE WRK-ASS-QTD-FATURADAS  TO WRK-TEX-QTD.
           MOVE WRK-ASS-VALOR-TOTAL    TO WRK-TEX-VALOR.
           WRITE FD-REG-FATEXTR        FROM WRK-TOT-EXTRATO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-FATEXTR.
           WRITE FD-REG-FATEXTR        FROM WRK-LINHA-BRANCO.
           PERFORM 1020-TESTAR-FS-FATEXTR.
      *
           MOVE SPACES                 TO FD-REG-FATRESM.
           MOVE WRK-MES-REFERENCIA     TO FD-FAT-MES-REFERENCIA.
           MOVE WRK-ASS-ORIG-DDD       TO FD-FAT-ORIG-DDD.
           MOVE WRK-ASS-ORIG-PREFIXO   TO FD-FAT-ORIG-PREFIXO.
           MOVE WRK-ASS-ORIG-MCDU      TO FD-FAT-ORIG-MCDU.
           MOVE WRK-ASS-ORIG-EOT       TO FD-FAT-ORIG-EOT.
           MOVE WRK-ASS-QTD-FATURADAS  TO FD-FAT-QTD-CHAMADAS.
           MOVE WRK-SUB-VALOR(1)       TO FD-FAT-VALOR-LOCAL.
           MOVE WRK-SUB-VALOR(2)       TO FD-FAT-VALOR-TARIFADA.
           MOVE WRK-SUB-VALOR(3)       TO FD-FAT-VALOR-LONGA-DIST.
           MOVE WRK-SUB-VALOR(4)       TO FD-FAT-VALOR-OUTRAS.
           MOVE WRK-ASS-VALOR-TOTAL    TO FD-FAT-VALOR-TOTAL.
           MOVE WRK-ASS-QTD-NAO-TARIF  TO FD-FAT-QTD-NAO-TARIF.
           MOVE WRK-DATA-HOJE          TO FD-FAT-DATA-EMISSAO.
      *
           WRITE FD-REG-FATRESM.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-FATRESM.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR O SUBTOTAL DE UMA CLASSIFICACAO. AS TRES *
      *    CLASSIFICACOES GEOGRAFICAS SAEM SEMPRE; 'OUTRAS' SO QUANDO  *
      *    HOUVER CHAMADA                                              *
      *----------------------------------------------------------------*
       2510-EMITIR-SUBTOTAL            SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-IDX-CLASSIF         EQUAL 4) AND
              (WRK-SUB-QTD(4)          EQUAL ZERO)
               GO TO 2510-99-FIM
           END-IF.
      *
           MOVE WRK-DESC-CLASSIF(WRK-IDX-CLASSIF) TO WRK-SEX-CLASSIF.
           MOVE WRK-SUB-QTD(WRK-IDX-CLASSIF)      TO WRK-SEX-QTD.
           MOVE WRK-SUB-VALOR(WRK-IDX-CLASSIF)    TO WRK-SEX-VALOR.
      *
           WRITE FD-REG-FATEXTR        FROM WRK-SUB-EXTRATO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-FATEXTR.
      *
      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EDITAR A DATA AAAAMMDD DA CHAMADA NA FORMA      *
      *    DD/MM/AAAA EM WRK-DATA-EDITADA                              *
      *----------------------------------------------------------------*
       2800-EDITAR-DATA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DATA-EDITADA.
           STRING FD-RES-DATA-CHAMADA(7:2) '/'
                  FD-RES-DATA-CHAMADA(5:2) '/'
                  FD-RES-DATA-CHAMADA(1:4)
                  DELIMITED BY SIZE  INTO WRK-DATA-EDITADA.
      *
      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO: FECHA O ULTIMO ASSINANTE E OS        *
      *    ARQUIVOS                                                    *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-PRIMEIRO-REGISTRO
               PERFORM 2500-FECHAR-ASSINANTE
           END-IF.
      *
           MOVE ACU-REG-NAO-TARIFADOS  TO WRK-TNT-QTD.
           WRITE FD-REG-FATNTAR        FROM WRK-TOT-NTAR.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-FATNTAR.
      *
           CLOSE  FATWORK FATEXTR FATRESM FATNTAR.
      *
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-FATWORK.
           PERFORM 1020-TESTAR-FS-FATEXTR.
           PERFORM 1030-TESTAR-FS-FATRESM.
           PERFORM 1040-TESTAR-FS-FATNTAR.
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
           DISPLAY '* FATCHAM1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* CALLRES  |  I  | TOTAL REG.    | ' ACU-REG-LIDOS
           '     *'.
           DISPLAY '* CALLRES  |  I  | FORA DO MES   | '
           ACU-REG-FORA-MES '     *'.
           DISPLAY '* CALLRES  |  I  | OUTRO PAGADOR | '
           ACU-REG-OUTRO-PAGADOR '     *'.
           DISPLAY '* FATEXTR  |  O  | FATURADAS     | '
           ACU-REG-FATURADOS '     *'.
           DISPLAY '* FATNTAR  |  O  | NAO TARIFADAS | '
           ACU-REG-NAO-TARIFADOS '     *'.
           DISPLAY '* FATRESM  |  O  | ASSINANTES    | '
           ACU-QTD-ASSINANTES '     *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* VALOR TOTAL FATURADO| ' ACU-VALOR-FATURADO
           '      *'.
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
