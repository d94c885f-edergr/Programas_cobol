      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. IBGEIMP1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  IBGEIMP1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  IMPORTACAO DO CADASTRO DE MUNICIPIOS DO IBGE *
      *                   (CODIGO, NOME, UF E POPULACAO) E CONCILIACAO *
      *                   COM O CADASTRO MESTRE DE LOCALIDADES         *
      *                   (LOCMAST): RELACIONA AS LOCALIDADES SEM      *
      *                   CORRESPONDENCIA NO IBGE, AS LOCALIDADES COM  *
      *                   NOME OU UF DIFERENTE DO IBGE E OS MUNICIPIOS *
      *                   SEM LOCALIDADE. EM SEGUIDA SOMA A CAPACIDADE *
      *                   DO PLANNAC (RANGE-FINAL - RANGE-INICIAL + 1) *
      *                   POR LOCALIDADE-ID E EMITE A DENSIDADE DE     *
      *                   NUMERACAO (NUMEROS POR 100 HABITANTES) POR   *
      *                   MUNICIPIO E POR UF.                          *
      *                   A LOCALIDADE E VINCULADA AO MUNICIPIO PELA   *
      *                   TABELA LOCIBGE; SEM VINCULO, PELO NOME + UF. *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  IBGEMUN                     IBGMUNCP          *
      *                  IBGESRT                     IBGMUNCP          *
      *                  IBGEMAST                    IBGMUNCP          *
      *                  LOCIBGE                     LOCIBGCP          *
      *                  LOCMAST                     LOCMSTCP          *
      *                  PLANNAC                     PLANNREG          *
      *                  IBGECON                     (VIDE FD)         *
      *                  IBGEDEN                     (VIDE FD)         *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: IBGEMUN  - ARQUIVO DE MUNICIPIOS RECEBIDO DO  *
      *                             IBGE                               *
      *                  IBGESRT  - TRABALHO: IBGEMUN CLASSIFICADO     *
      *                             POR CODIGO IBGE                    *
      *                  IBGEMAST - CADASTRO DE MUNICIPIOS IMPORTADO   *
      *                             (SO REGISTROS VALIDOS, EM ORDEM DE *
      *                             CODIGO IBGE)                       *
      *                  LOCIBGE  - VINCULO LOCALIDADE X MUNICIPIO     *
      *                             (OPCIONAL)                         *
      *                  LOCMAST  - CADASTRO MESTRE DE LOCALIDADES     *
      *                  PLANNAC  - PLANO NACIONAL CONSOLIDADO         *
      *                  IBGECON  - RELATORIO DE CONCILIACAO LOCMAST X *
      *                             IBGE (132 COLUNAS)                 *
      *                  IBGEDEN  - RELATORIO DE DENSIDADE DE          *
      *                             NUMERACAO POR HABITANTE (132 COL.) *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: IBGIMP_DENS_MAX - NUMEROS POR 100 HABITANTES  *
      *                                    ACIMA DO QUAL O MUNICIPIO E *
      *                                    SOBREALOCADO (PADRAO 300)   *
      *                  IBGIMP_DENS_MIN - NUMEROS POR 100 HABITANTES  *
      *                                    ABAIXO DO QUAL O MUNICIPIO  *
      *                                    E SUBATENDIDO (PADRAO 050)  *
      *----------------------------------------------------------------*
      *    RETURN-CODE.: 00 - IMPORTACAO E CONCILIACAO SEM PENDENCIA   *
      *                  04 - HA REGISTRO DO IBGE RECUSADO OU          *
      *                       LOCALIDADE SEM CORRESPONDENCIA OU        *
      *                       DIVERGENTE DO IBGE                       *
      *                  16 - ERRO DE ARQUIVO / TABELA CHEIA           *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DA IMPORTACAO DO IBGE,   *
      *                        CONCILIACAO COM O LOCMAST E DENSIDADE   *
      *                        DE NUMERACAO POR HABITANTE.             *
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
           SELECT IBGEMUN              ASSIGN
           TO DYNAMIC                  WRK-PATH-IBGEMUN
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-IBGEMUN.
      *
           SELECT IBGESRT              ASSIGN
           TO DYNAMIC                  WRK-PATH-IBGESRT
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-IBGESRT.
      *
           SELECT ORDENACAO            ASSIGN TO 'SORTWK01'.
      *
           SELECT IBGEMAST             ASSIGN
           TO DYNAMIC                  WRK-PATH-IBGEMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-IBGEMAST.
      *
           SELECT LOCIBGE              ASSIGN
           TO DYNAMIC                  WRK-PATH-LOCIBGE
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-LOCIBGE.
      *
           SELECT LOCMAST              ASSIGN
           TO DYNAMIC                  WRK-PATH-LOCMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-LOCMAST.
      *
           SELECT PLANNAC              ASSIGN
           TO DYNAMIC                  WRK-PATH-PLANNAC
           ORGANIZATION IS             INDEXED
           ACCESS MODE IS              DYNAMIC
           RECORD KEY IS               FD-PLA-CHAVE
           FILE STATUS                 IS WRK-FS-PLANNAC.
      *
           SELECT IBGECON              ASSIGN
           TO DYNAMIC                  WRK-PATH-IBGECON
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-IBGECON.
      *
           SELECT IBGEDEN              ASSIGN
           TO DYNAMIC                  WRK-PATH-IBGEDEN
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-IBGEDEN.
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
      *    ENTRADA......: MUNICIPIOS RECEBIDOS DO IBGE                 *
      *----------------------------------------------------------------*
       FD  IBGEMUN
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-IBGEMUN              PIC  X(060).
      *----------------------------------------------------------------*
      *    TRABALHO.....: MUNICIPIOS CLASSIFICADOS POR CODIGO IBGE     *
      *----------------------------------------------------------------*
       FD  IBGESRT
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-IBGESRT              PIC  X(060).
      *----------------------------------------------------------------*
      *    ORDENACAO....: MUNICIPIOS DO IBGE                           *
      *----------------------------------------------------------------*
       SD  ORDENACAO.
      *
       01  SRT-REGISTRO.
           05  SRT-CODIGO               PIC  X(007).
           05  FILLER                   PIC  X(053).
      *----------------------------------------------------------------*
      *    SAIDA........: CADASTRO DE MUNICIPIOS IMPORTADO             *
      *----------------------------------------------------------------*
       FD  IBGEMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-IBGEMAST             PIC  X(060).
      *----------------------------------------------------------------*
      *    ENTRADA......: VINCULO LOCALIDADE X MUNICIPIO DO IBGE       *
      *----------------------------------------------------------------*
       FD  LOCIBGE
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-LOCIBGE              PIC  X(020).
      *----------------------------------------------------------------*
      *    ENTRADA......: CADASTRO MESTRE DE LOCALIDADES               *
      *----------------------------------------------------------------*
       FD  LOCMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-LOCMAST              PIC  X(052).
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
      *    SAIDA........: RELATORIO DE CONCILIACAO LOCMAST X IBGE      *
      *----------------------------------------------------------------*
       FD  IBGECON
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-IBGECON              PIC  X(132).
      *----------------------------------------------------------------*
      *    SAIDA........: RELATORIO DE DENSIDADE DE NUMERACAO          *
      *----------------------------------------------------------------*
       FD  IBGEDEN
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-IBGEDEN              PIC  X(132).
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
           '*** IBGEIMP1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-IBGE-LIDOS          PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-IBGE-IMPORTADOS     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-IBGE-RECUSADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-VINCULOS-LIDOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-LOCAIS-LIDOS        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-PLANNAC-LIDOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-VINC-TABELA         PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-VINC-NOME           PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-DIVERGENTES         PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-SEM-CORRESP         PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-MUNIC-SEM-LOCAL     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-SOBREALOCADOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-SUBATENDIDOS        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-LINHAS-CON          PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-LINHAS-DEN          PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-POPULACAO           PIC  9(011) COMP-3 VALUE ZEROS.
           05  ACU-CAP-PLANNAC         PIC  9(011) COMP-3 VALUE ZEROS.
           05  ACU-CAP-MUNICIPIOS      PIC  9(011) COMP-3 VALUE ZEROS.
           05  ACU-CAP-SEM-LOCAL       PIC  9(011) COMP-3 VALUE ZEROS.
           05  ACU-CAP-SEM-MUNIC       PIC  9(011) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS MUNICIPIOS IMPORTADOS DO IBGE ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-IBGE.
           05  WRK-QTD-IBGE            PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-IBGE-ITEM       OCCURS 6000 TIMES.
               10  WRK-IBG-CODIGO      PIC  9(007).
               10  WRK-IBG-NOME        PIC  X(040).
               10  WRK-IBG-UF          PIC  X(002).
               10  WRK-IBG-POPULACAO   PIC  9(009).
               10  WRK-IBG-QTD-LOCAL   PIC  9(004) COMP.
               10  WRK-IBG-CAPACIDADE  PIC  9(011) COMP-3.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DAS LOCALIDADES DO LOCMAST ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-LOCAL.
           05  WRK-QTD-LOCAL           PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-LOCAL-ITEM      OCCURS 6000 TIMES.
               10  WRK-LOC-ID          PIC  9(005).
               10  WRK-LOC-NOME        PIC  X(040).
               10  WRK-LOC-UF          PIC  X(002).
               10  WRK-LOC-POS-IBGE    PIC  9(004) COMP.
               10  WRK-LOC-CAPACIDADE  PIC  9(011) COMP-3.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS VINCULOS LOCALIDADE X IBGE ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-VINCULO.
           05  WRK-QTD-VINCULO         PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-VINCULO-ITEM    OCCURS 6000 TIMES.
               10  WRK-VIN-LOCALIDADE-ID
                                       PIC  9(005).
               10  WRK-VIN-IBGE-CODIGO PIC  9(007).
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS TOTAIS POR UF ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-UF.
           05  WRK-QTD-UF              PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-UF-ITEM         OCCURS 30 TIMES.
               10  WRK-TUF-UF          PIC  X(002).
               10  WRK-TUF-MUNICIPIOS  PIC  9(009) COMP-3.
               10  WRK-TUF-POPULACAO   PIC  9(011) COMP-3.
               10  WRK-TUF-CAPACIDADE  PIC  9(011) COMP-3.
               10  WRK-TUF-SOBREALOCADOS
                                       PIC  9(009) COMP-3.
               10  WRK-TUF-SUBATENDIDOS
                                       PIC  9(009) COMP-3.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CONTROLE DA CONCILIACAO ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-CONCILIACAO.
           05  WRK-IDX-IBGE            PIC  9(004) COMP VALUE ZERO.
           05  WRK-IDX-LOCAL           PIC  9(004) COMP VALUE ZERO.
           05  WRK-IDX-VINCULO         PIC  9(004) COMP VALUE ZERO.
           05  WRK-IDX-UF              PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-IBGE            PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-LOCAL           PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-VINCULO         PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-UF              PIC  9(004) COMP VALUE ZERO.
           05  WRK-ID-PROCURADO        PIC  9(005) VALUE ZEROS.
           05  WRK-CODIGO-PROCURADO    PIC  9(007) VALUE ZEROS.
           05  WRK-CODIGO-ANTERIOR     PIC  9(007) VALUE ZEROS.
           05  WRK-MOTIVO-RECUSA       PIC  X(040) VALUE SPACES.
           05  WRK-SITUACAO            PIC  X(024) VALUE SPACES.
           05  WRK-FLAG-ACHOU-IBGE     PIC  X(001) VALUE SPACES.
               88  WRK-IBGE-ACHOU                  VALUE 'S'.
           05  WRK-FLAG-ACHOU-LOCAL    PIC  X(001) VALUE SPACES.
               88  WRK-LOCAL-ACHOU                 VALUE 'S'.
           05  WRK-FLAG-ACHOU-VINCULO  PIC  X(001) VALUE SPACES.
               88  WRK-VINCULO-ACHOU               VALUE 'S'.
           05  WRK-FLAG-ACHOU-UF       PIC  X(001) VALUE SPACES.
               88  WRK-UF-ACHOU                    VALUE 'S'.
           05  WRK-FLAG-FIM-IBGESRT    PIC  X(001) VALUE SPACES.
               88  WRK-IBGESRT-ESGOTADO            VALUE 'S'.
           05  WRK-FLAG-FIM-LOCIBGE    PIC  X(001) VALUE SPACES.
               88  WRK-LOCIBGE-ESGOTADO            VALUE 'S'.
           05  WRK-FLAG-FIM-LOCMAST    PIC  X(001) VALUE SPACES.
               88  WRK-LOCMAST-ESGOTADO            VALUE 'S'.
           05  WRK-FLAG-FIM-PLANNAC    PIC  X(001) VALUE SPACES.
               88  WRK-PLANNAC-ESGOTADO            VALUE 'S'.
           05  WRK-UF-VALIDAR          PIC  X(002) VALUE SPACES.
               88  WRK-UF-VALIDA                   VALUES 'AC' 'AL'
                   'AP' 'AM' 'BA' 'CE' 'DF' 'ES' 'GO' 'MA' 'MT' 'MS'
                   'MG' 'PA' 'PB' 'PR' 'PE' 'PI' 'RJ' 'RN' 'RS' 'RO'
                   'RR' 'SC' 'SP' 'SE' 'TO'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CALCULO DA DENSIDADE ***'.
      *----------------------------------------------------------------*
       01  WRK-CALCULO-DENSIDADE.
           05  WRK-CAP-RANGE           PIC  9(009) COMP-3 VALUE ZEROS.
           05  WRK-CALC-POPULACAO      PIC  9(011) COMP-3 VALUE ZEROS.
           05  WRK-CALC-CAPACIDADE     PIC  9(011) COMP-3 VALUE ZEROS.
           05  WRK-DENSIDADE           PIC  9(005)V99 COMP-3
                                                   VALUE ZEROS.
           05  WRK-DENS-MAX-X          PIC  X(003) VALUE SPACES.
           05  WRK-DENS-MAX-NUM        REDEFINES
               WRK-DENS-MAX-X          PIC  9(003).
           05  WRK-DENS-MIN-X          PIC  X(003) VALUE SPACES.
           05  WRK-DENS-MIN-NUM        REDEFINES
               WRK-DENS-MIN-X          PIC  9(003).
           05  WRK-DENS-MAX            PIC  9(003) VALUE 300.
           05  WRK-DENS-MIN            PIC  9(003) VALUE 50.
           05  WRK-DATA-HOJE           PIC  X(008) VALUE SPACES.
           05  WRK-DATA-EDITADA        PIC  X(010) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DAS LINHAS DOS RELATORIOS ***'.
      *----------------------------------------------------------------*
       01  WRK-LINHA-BRANCO            PIC  X(132) VALUE SPACES.
       01  WRK-LINHA-TITULO.
           05  WRK-TIT-TEXTO           PIC  X(080) VALUE SPACES.
           05  FILLER                  PIC  X(052) VALUE SPACES.
       01  WRK-CAB-CON-1.
           05  FILLER                  PIC  X(040) VALUE
               'IBGEIMP1 - CONCILIACAO DO LOCMAST COM OS'.
           05  FILLER                  PIC  X(019) VALUE
               ' MUNICIPIOS DO IBGE'.
           05  FILLER                  PIC  X(014) VALUE
               ' - EMITIDO EM '.
           05  WRK-CC1-DATA            PIC  X(010) VALUE SPACES.
           05  FILLER                  PIC  X(049) VALUE SPACES.
       01  WRK-CAB-RECUSA.
           05  FILLER                  PIC  X(009) VALUE 'CODIGO'.
           05  FILLER                  PIC  X(042) VALUE
               'NOME NO ARQUIVO DO IBGE'.
           05  FILLER                  PIC  X(004) VALUE 'UF'.
           05  FILLER                  PIC  X(077) VALUE
               'MOTIVO DA RECUSA'.
       01  WRK-DET-RECUSA.
           05  WRK-DRC-CODIGO          PIC  X(007) VALUE SPACES.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DRC-NOME            PIC  X(040) VALUE SPACES.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DRC-UF              PIC  X(002) VALUE SPACES.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DRC-MOTIVO          PIC  X(040) VALUE SPACES.
           05  FILLER                  PIC  X(037) VALUE SPACES.
       01  WRK-CAB-DIVERGENCIA.
           05  FILLER                  PIC  X(007) VALUE 'LOCAL'.
           05  FILLER                  PIC  X(042) VALUE
               'NOME NO LOCMAST'.
           05  FILLER                  PIC  X(004) VALUE 'UF'.
           05  FILLER                  PIC  X(009) VALUE 'COD.IBGE'.
           05  FILLER                  PIC  X(042) VALUE
               'NOME NO IBGE'.
           05  FILLER                  PIC  X(004) VALUE 'UF'.
           05  FILLER                  PIC  X(024) VALUE 'SITUACAO'.
       01  WRK-DET-DIVERGENCIA.
           05  WRK-DDV-LOCALIDADE-ID   PIC  9(005) VALUE ZEROS.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DDV-NOME            PIC  X(040) VALUE SPACES.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DDV-UF              PIC  X(002) VALUE SPACES.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DDV-IBGE-CODIGO     PIC  X(007) VALUE SPACES.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DDV-IBGE-NOME       PIC  X(040) VALUE SPACES.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DDV-IBGE-UF         PIC  X(002) VALUE SPACES.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DDV-SITUACAO        PIC  X(024) VALUE SPACES.
       01  WRK-CAB-SEM-LOCAL.
           05  FILLER                  PIC  X(009) VALUE 'CODIGO'.
           05  FILLER                  PIC  X(042) VALUE 'MUNICIPIO'.
           05  FILLER                  PIC  X(004) VALUE 'UF'.
           05  FILLER                  PIC  X(077) VALUE
               '  POPULACAO'.
       01  WRK-DET-SEM-LOCAL.
           05  WRK-DSL-CODIGO          PIC  9(007) VALUE ZEROS.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DSL-NOME            PIC  X(040) VALUE SPACES.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DSL-UF              PIC  X(002) VALUE SPACES.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DSL-POPULACAO       PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(066) VALUE SPACES.
       01  WRK-DET-TOTAL.
           05  WRK-DTO-TEXTO           PIC  X(050) VALUE SPACES.
           05  WRK-DTO-VALOR           PIC  ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(067) VALUE SPACES.
       01  WRK-CAB-DEN-1.
           05  FILLER                  PIC  X(037) VALUE
               'IBGEIMP1 - DENSIDADE DE NUMERACAO POR'.
           05  FILLER                  PIC  X(023) VALUE
               ' HABITANTE (NUMEROS POR'.
           05  FILLER                  PIC  X(027) VALUE
               ' 100 HABITANTES) - LIMITES '.
           05  WRK-CD1-MINIMO          PIC  ZZ9.
           05  FILLER                  PIC  X(003) VALUE ' A '.
           05  WRK-CD1-MAXIMO          PIC  ZZ9.
           05  FILLER                  PIC  X(014) VALUE
               ' - EMITIDO EM '.
           05  WRK-CD1-DATA            PIC  X(010) VALUE SPACES.
           05  FILLER                  PIC  X(012) VALUE SPACES.
       01  WRK-CAB-MUNICIPIO.
           05  FILLER                  PIC  X(009) VALUE 'CODIGO'.
           05  FILLER                  PIC  X(042) VALUE 'MUNICIPIO'.
           05  FILLER                  PIC  X(004) VALUE 'UF'.
           05  FILLER                  PIC  X(013) VALUE
               '  POPULACAO'.
           05  FILLER                  PIC  X(015) VALUE
               '   CAPACIDADE'.
           05  FILLER                  PIC  X(011) VALUE 'NUM/100HAB'.
           05  FILLER                  PIC  X(038) VALUE 'SITUACAO'.
       01  WRK-DET-MUNICIPIO.
           05  WRK-DMU-CODIGO          PIC  9(007) VALUE ZEROS.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DMU-NOME            PIC  X(040) VALUE SPACES.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DMU-UF              PIC  X(002) VALUE SPACES.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DMU-POPULACAO       PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DMU-CAPACIDADE      PIC  Z.ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DMU-DENSIDADE       PIC  ZZ.ZZ9,99.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DMU-SITUACAO        PIC  X(020) VALUE SPACES.
           05  FILLER                  PIC  X(018) VALUE SPACES.
       01  WRK-CAB-UF.
           05  FILLER                  PIC  X(006) VALUE 'UF'.
           05  FILLER                  PIC  X(008) VALUE 'MUNIC.'.
           05  FILLER                  PIC  X(013) VALUE
               '  POPULACAO'.
           05  FILLER                  PIC  X(017) VALUE
               '     CAPACIDADE'.
           05  FILLER                  PIC  X(011) VALUE 'NUM/100HAB'.
           05  FILLER                  PIC  X(008) VALUE 'SOBRE.'.
           05  FILLER                  PIC  X(008) VALUE 'SUBAT.'.
           05  FILLER                  PIC  X(061) VALUE SPACES.
       01  WRK-DET-UF.
           05  WRK-DUF-UF              PIC  X(006) VALUE SPACES.
           05  WRK-DUF-MUNICIPIOS      PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DUF-POPULACAO       PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DUF-CAPACIDADE      PIC  ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DUF-DENSIDADE       PIC  ZZ.ZZ9,99.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DUF-SOBREALOCADOS   PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DUF-SUBATENDIDOS    PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(063) VALUE SPACES.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'IBGEIMP1'.
           05  WRK-FS-IBGEMUN          PIC  X(002) VALUE SPACES.
           05  WRK-FS-IBGESRT          PIC  X(002) VALUE SPACES.
           05  WRK-FS-IBGEMAST         PIC  X(002) VALUE SPACES.
           05  WRK-FS-LOCIBGE          PIC  X(002) VALUE SPACES.
           05  WRK-FS-LOCMAST          PIC  X(002) VALUE SPACES.
           05  WRK-FS-PLANNAC          PIC  X(002) VALUE SPACES.
           05  WRK-FS-IBGECON          PIC  X(002) VALUE SPACES.
           05  WRK-FS-IBGEDEN          PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-IBGEMUN        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\IBGEMUN.dat'.
           05  WRK-PATH-IBGESRT        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\IBGESRT.dat'.
           05  WRK-PATH-IBGEMAST       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\IBGEMAST.dat'.
           05  WRK-PATH-LOCIBGE        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\LOCIBGE.dat'.
           05  WRK-PATH-LOCMAST        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\LOCMAST.dat'.
           05  WRK-PATH-PLANNAC        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PLANNAC.dat'.
           05  WRK-PATH-IBGECON        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\IBGECON.dat'.
           05  WRK-PATH-IBGEDEN        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\IBGEDEN.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DE MUNICIPIOS (IBGMUNCP) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-IBGMUN.
           COPY IBGMUNCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DE VINCULO (LOCIBGCP) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-LOCIBG.
           COPY LOCIBGCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO MESTRE (LOCMAST) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-LOCMST.
           COPY LOCMSTCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO PLANNAC (PLANNREG) ***'.
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
           '*** IBGEIMP1 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-IMPORTAR-IBGE.
           PERFORM 1200-CARREGAR-VINCULOS.
           PERFORM 1300-CARREGAR-LOCALIDADES.
           PERFORM 2000-CONCILIAR-LOCALIDADES.
           PERFORM 2200-EMITIR-SEM-LOCALIDADE.
           PERFORM 2300-EMITIR-RESUMO.
           PERFORM 2400-APURAR-CAPACIDADE.
           PERFORM 2500-EMITIR-DENSIDADE.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO DO PROGRAMA: CLASSIFICA O ARQUIVO   *
      *    DO IBGE POR CODIGO E ABRE OS RELATORIOS                     *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
      *
           IF (WRK-DENS-MAX-X          IS NUMERIC)
               MOVE WRK-DENS-MAX-NUM   TO WRK-DENS-MAX
           END-IF.
           IF (WRK-DENS-MIN-X          IS NUMERIC)
               MOVE WRK-DENS-MIN-NUM   TO WRK-DENS-MIN
           END-IF.
      *
           ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
           MOVE SPACES                 TO WRK-DATA-EDITADA.
           STRING WRK-DATA-HOJE(7:2) '/'
                  WRK-DATA-HOJE(5:2) '/'
                  WRK-DATA-HOJE(1:4)
                  DELIMITED BY SIZE    INTO WRK-DATA-EDITADA.
      *
           OPEN INPUT IBGEMUN.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-IBGEMUN.
           CLOSE IBGEMUN.
      *
           SORT ORDENACAO
               ON ASCENDING KEY SRT-CODIGO
               USING  IBGEMUN
               GIVING IBGESRT.
      *
           OPEN OUTPUT IBGECON IBGEDEN.
           PERFORM 1070-TESTAR-FS-IBGECON.
           PERFORM 1080-TESTAR-FS-IBGEDEN.
      *
           MOVE WRK-DATA-EDITADA       TO WRK-CC1-DATA.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           WRITE FD-REG-IBGECON        FROM WRK-CAB-CON-1.
           PERFORM 1070-TESTAR-FS-IBGECON.
           WRITE FD-REG-IBGECON        FROM WRK-LINHA-BRANCO.
           PERFORM 1070-TESTAR-FS-IBGECON.
           MOVE '1. REGISTROS DO IBGE RECUSADOS NA IMPORTACAO'
                                       TO WRK-TIT-TEXTO.
           WRITE FD-REG-IBGECON        FROM WRK-LINHA-TITULO.
           PERFORM 1070-TESTAR-FS-IBGECON.
           WRITE FD-REG-IBGECON        FROM WRK-LINHA-BRANCO.
           PERFORM 1070-TESTAR-FS-IBGECON.
           WRITE FD-REG-IBGECON        FROM WRK-CAB-RECUSA.
           PERFORM 1070-TESTAR-FS-IBGECON.
           ADD  5                      TO ACU-LINHAS-CON.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER OS CAMINHOS DE ARQUIVO E OS LIMITES DE    *
      *    DENSIDADE, VIA VARIAVEIS DE AMBIENTE                        *
      *----------------------------------------------------------------*
       1005-OBTER-CAMINHOS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'IBGEMUN_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-IBGEMUN
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'IBGESRT_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-IBGESRT
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'IBGEMAST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-IBGEMAST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'LOCIBGE_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-LOCIBGE
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'LOCMAST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-LOCMAST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANNAC_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PLANNAC
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'IBGECON_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-IBGECON
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'IBGEDEN_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-IBGEDEN
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'ERRLOG_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-ERRLOG
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR
                  FROM ENVIRONMENT 'IBGIMP_DENS_MAX'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:3) TO WRK-DENS-MAX-X
               IF (WRK-DENS-MAX-X(3:1) EQUAL SPACE)
                   MOVE WRK-DENS-MAX-X(2:1) TO WRK-DENS-MAX-X(3:1)
                   MOVE WRK-DENS-MAX-X(1:1) TO WRK-DENS-MAX-X(2:1)
                   MOVE '0'            TO WRK-DENS-MAX-X(1:1)
               END-IF
               IF (WRK-DENS-MAX-X(3:1) EQUAL SPACE)
                   MOVE WRK-DENS-MAX-X(2:1) TO WRK-DENS-MAX-X(3:1)
                   MOVE WRK-DENS-MAX-X(1:1) TO WRK-DENS-MAX-X(2:1)
                   MOVE '0'            TO WRK-DENS-MAX-X(1:1)
               END-IF
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR
                  FROM ENVIRONMENT 'IBGIMP_DENS_MIN'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:3) TO WRK-DENS-MIN-X
               IF (WRK-DENS-MIN-X(3:1) EQUAL SPACE)
                   MOVE WRK-DENS-MIN-X(2:1) TO WRK-DENS-MIN-X(3:1)
                   MOVE WRK-DENS-MIN-X(1:1) TO WRK-DENS-MIN-X(2:1)
                   MOVE '0'            TO WRK-DENS-MIN-X(1:1)
               END-IF
               IF (WRK-DENS-MIN-X(3:1) EQUAL SPACE)
                   MOVE WRK-DENS-MIN-X(2:1) TO WRK-DENS-MIN-X(3:1)
                   MOVE WRK-DENS-MIN-X(1:1) TO WRK-DENS-MIN-X(2:1)
                   MOVE '0'            TO WRK-DENS-MIN-X(1:1)
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1005-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO IBGEMUN           *
      *----------------------------------------------------------------*
       1010-TESTAR-FS-IBGEMUN          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-IBGEMUN          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              IBGEMUN               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-IBGEMUN
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'IBGEMUN'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-IBGEMUN   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO IBGESRT           *
      *----------------------------------------------------------------*
       1020-TESTAR-FS-IBGESRT          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-IBGESRT          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              IBGESRT               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-IBGESRT
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'IBGESRT'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-IBGESRT   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO IBGEMAST          *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-IBGEMAST         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-IBGEMAST         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              IBGEMAST              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-IBGEMAST
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'IBGEMAST'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-IBGEMAST  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO LOCIBGE. O FS     *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO: TODAS AS LOCALIDADES *
      *    SAO CASADAS PELO NOME + UF.                                 *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-LOCIBGE          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-LOCIBGE          NOT EQUAL '00') AND
              (WRK-FS-LOCIBGE          NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              LOCIBGE               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-LOCIBGE
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'LOCIBGE'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-LOCIBGE   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO LOCMAST           *
      *----------------------------------------------------------------*
       1050-TESTAR-FS-LOCMAST          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-LOCMAST          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              LOCMAST               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-LOCMAST
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'LOCMAST'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-LOCMAST   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PLANNAC           *
      *----------------------------------------------------------------*
       1060-TESTAR-FS-PLANNAC          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PLANNAC          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PLANNAC               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PLANNAC
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PLANNAC'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PLANNAC   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO IBGECON           *
      *----------------------------------------------------------------*
       1070-TESTAR-FS-IBGECON          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-IBGECON          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              IBGECON               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-IBGECON
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'IBGECON'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-IBGECON   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO IBGEDEN           *
      *----------------------------------------------------------------*
       1080-TESTAR-FS-IBGEDEN          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-IBGEDEN          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              IBGEDEN               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-IBGEDEN
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'IBGEDEN'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-IBGEDEN   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1080-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE IMPORTACAO DO ARQUIVO DO IBGE: VALIDA CADA        *
      *    MUNICIPIO, GRAVA OS VALIDOS NO IBGEMAST E NA TABELA EM      *
      *    MEMORIA E RELACIONA OS RECUSADOS NO IBGECON                 *
      *----------------------------------------------------------------*
       1100-IMPORTAR-IBGE              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  IBGESRT
                OUTPUT IBGEMAST.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-IBGESRT.
           PERFORM 1030-TESTAR-FS-IBGEMAST.
      *
           PERFORM 1110-LER-MUNICIPIO
               UNTIL WRK-IBGESRT-ESGOTADO.
      *
           CLOSE IBGESRT IBGEMAST.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-IBGESRT.
           PERFORM 1030-TESTAR-FS-IBGEMAST.
      *
           IF (ACU-IBGE-RECUSADOS      EQUAL ZERO)
               MOVE 'NENHUM REGISTRO RECUSADO.'
                                       TO WRK-TIT-TEXTO
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               WRITE FD-REG-IBGECON    FROM WRK-LINHA-TITULO
               PERFORM 1070-TESTAR-FS-IBGECON
               ADD  1                  TO ACU-LINHAS-CON
           END-IF.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM MUNICIPIO DO ARQUIVO CLASSIFICADO        *
      *----------------------------------------------------------------*
       1110-LER-MUNICIPIO              SECTION.
      *----------------------------------------------------------------*
      *
           READ IBGESRT                INTO WRK-AREA-IBGMUN.
      *
           IF (WRK-FS-IBGESRT          EQUAL '10')
               SET WRK-IBGESRT-ESGOTADO TO TRUE
               GO TO 1110-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-IBGESRT.
           ADD  1                      TO ACU-IBGE-LIDOS.
      *
           INSPECT IBGMUNCP-NOME
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT IBGMUNCP-UF
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           PERFORM 1120-VALIDAR-MUNICIPIO.
      *
           IF (WRK-MOTIVO-RECUSA       EQUAL SPACES)
               PERFORM 1130-GRAVAR-MUNICIPIO
           ELSE
               PERFORM 1140-EMITIR-RECUSADO
           END-IF.
      *
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR OS CAMPOS DE UM MUNICIPIO. O MOTIVO DA  *
      *    RECUSA FICA EM WRK-MOTIVO-RECUSA.                           *
      *----------------------------------------------------------------*
       1120-VALIDAR-MUNICIPIO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-MOTIVO-RECUSA.
           MOVE IBGMUNCP-UF            TO WRK-UF-VALIDAR.
      *
           EVALUATE TRUE
               WHEN (IBGMUNCP-CODIGO   NOT NUMERIC)
                   MOVE 'CODIGO IBGE NAO NUMERICO'
                                       TO WRK-MOTIVO-RECUSA
               WHEN (IBGMUNCP-CODIGO   EQUAL ZEROS)
                   MOVE 'CODIGO IBGE ZERADO'
                                       TO WRK-MOTIVO-RECUSA
               WHEN (IBGMUNCP-CODIGO   EQUAL WRK-CODIGO-ANTERIOR)
                   MOVE 'CODIGO IBGE DUPLICADO NO ARQUIVO'
                                       TO WRK-MOTIVO-RECUSA
               WHEN (IBGMUNCP-NOME     EQUAL SPACES)
                   MOVE 'NOME DO MUNICIPIO EM BRANCO'
                                       TO WRK-MOTIVO-RECUSA
               WHEN (NOT WRK-UF-VALIDA)
                   MOVE 'UF FORA DA TABELA DE UFS VALIDAS'
                                       TO WRK-MOTIVO-RECUSA
               WHEN (IBGMUNCP-POPULACAO NOT NUMERIC)
                   MOVE 'POPULACAO NAO NUMERICA'
                                       TO WRK-MOTIVO-RECUSA
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UM MUNICIPIO VALIDO NO IBGEMAST E NA     *
      *    TABELA EM MEMORIA                                           *
      *----------------------------------------------------------------*
       1130-GRAVAR-MUNICIPIO           SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-QTD-IBGE            NOT LESS THAN 6000)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DE MUNICIPIOS CHEIA        *'
               DISPLAY '*  LIMITE DE 6000 MUNICIPIOS         *'
               DISPLAY '*  EXCEDIDO - PROCESSAMENTO ABORTADO *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           WRITE FD-REG-IBGEMAST       FROM IBGMUNCP-REGISTRO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-IBGEMAST.
           ADD  1                      TO ACU-IBGE-IMPORTADOS.
      *
           ADD  1                      TO WRK-QTD-IBGE.
           MOVE IBGMUNCP-CODIGO        TO WRK-IBG-CODIGO(WRK-QTD-IBGE).
           MOVE IBGMUNCP-NOME          TO WRK-IBG-NOME(WRK-QTD-IBGE).
           MOVE IBGMUNCP-UF            TO WRK-IBG-UF(WRK-QTD-IBGE).
           MOVE IBGMUNCP-POPULACAO     TO
                                   WRK-IBG-POPULACAO(WRK-QTD-IBGE).
           MOVE ZERO                   TO
                                   WRK-IBG-QTD-LOCAL(WRK-QTD-IBGE)
                                   WRK-IBG-CAPACIDADE(WRK-QTD-IBGE).
      *
           MOVE IBGMUNCP-CODIGO        TO WRK-CODIGO-ANTERIOR.
      *
      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA RELACIONAR UM REGISTRO RECUSADO NO IBGECON      *
      *----------------------------------------------------------------*
       1140-EMITIR-RECUSADO            SECTION.
      *----------------------------------------------------------------*
      *
           ADD  1                      TO ACU-IBGE-RECUSADOS.
      *
           MOVE IBGMUNCP-REGISTRO(1:7) TO WRK-DRC-CODIGO.
           MOVE IBGMUNCP-NOME          TO WRK-DRC-NOME.
           MOVE IBGMUNCP-UF            TO WRK-DRC-UF.
           MOVE WRK-MOTIVO-RECUSA      TO WRK-DRC-MOTIVO.
      *
           WRITE FD-REG-IBGECON        FROM WRK-DET-RECUSA.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-IBGECON.
           ADD  1                      TO ACU-LINHAS-CON.
      *
      *----------------------------------------------------------------*
       1140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA A TABELA DE VINCULO         *
      *    LOCALIDADE X MUNICIPIO (LOCIBGE). SEM O ARQUIVO TODAS AS    *
      *    LOCALIDADES SAO CASADAS PELO NOME + UF (AVISO NO SYSOUT).   *
      *----------------------------------------------------------------*
       1200-CARREGAR-VINCULOS          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-VINCULO.
      *
           OPEN INPUT LOCIBGE.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-LOCIBGE.
      *
           IF (WRK-FS-LOCIBGE          EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': LOCIBGE AUSENTE - '
                       'CASAMENTO SO POR NOME + UF ***'
           ELSE
               PERFORM 1210-LER-VINCULO
                   UNTIL WRK-LOCIBGE-ESGOTADO
               CLOSE LOCIBGE
           END-IF.
      *
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM VINCULO E GUARDA-LO NA TABELA            *
      *----------------------------------------------------------------*
       1210-LER-VINCULO                SECTION.
      *----------------------------------------------------------------*
      *
           READ LOCIBGE                INTO WRK-AREA-LOCIBG.
      *
           IF (WRK-FS-LOCIBGE          EQUAL '10')
               SET WRK-LOCIBGE-ESGOTADO TO TRUE
               GO TO 1210-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-LOCIBGE.
           ADD  1                      TO ACU-VINCULOS-LIDOS.
      *
           IF (LOCIBGCP-LOCALIDADE-ID  NOT NUMERIC) OR
              (LOCIBGCP-IBGE-CODIGO    NOT NUMERIC)
               DISPLAY '*** ' WRK-PROGRAMA ': VINCULO INVALIDO '
                       'IGNORADO: ' LOCIBGCP-REGISTRO(1:12) ' ***'
               GO TO 1210-99-FIM
           END-IF.
      *
           IF (WRK-QTD-VINCULO         NOT LESS THAN 6000)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DE VINCULOS CHEIA          *'
               DISPLAY '*  LIMITE DE 6000 VINCULOS           *'
               DISPLAY '*  EXCEDIDO - PROCESSAMENTO ABORTADO *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-VINCULO.
           MOVE LOCIBGCP-LOCALIDADE-ID TO
                            WRK-VIN-LOCALIDADE-ID(WRK-QTD-VINCULO).
           MOVE LOCIBGCP-IBGE-CODIGO   TO
                            WRK-VIN-IBGE-CODIGO(WRK-QTD-VINCULO).
      *
      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA O CADASTRO MESTRE DE        *
      *    LOCALIDADES (LOCMAST)                                       *
      *----------------------------------------------------------------*
       1300-CARREGAR-LOCALIDADES       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-LOCAL.
      *
           OPEN INPUT LOCMAST.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-LOCMAST.
      *
           PERFORM 1310-LER-LOCALIDADE
               UNTIL WRK-LOCMAST-ESGOTADO.
      *
           CLOSE LOCMAST.
      *
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UMA LOCALIDADE E GUARDA-LA NA TABELA        *
      *----------------------------------------------------------------*
       1310-LER-LOCALIDADE             SECTION.
      *----------------------------------------------------------------*
      *
           READ LOCMAST                INTO WRK-AREA-LOCMST.
      *
           IF (WRK-FS-LOCMAST          EQUAL '10')
               SET WRK-LOCMAST-ESGOTADO TO TRUE
               GO TO 1310-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-LOCMAST.
           ADD  1                      TO ACU-LOCAIS-LIDOS.
      *
           IF (WRK-QTD-LOCAL           NOT LESS THAN 6000)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DE LOCALIDADES CHEIA       *'
               DISPLAY '*  LIMITE DE 6000 LOCALIDADES        *'
               DISPLAY '*  EXCEDIDO - PROCESSAMENTO ABORTADO *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-LOCAL.
           MOVE LOCMSTCP-LOCALIDADE-ID TO WRK-LOC-ID(WRK-QTD-LOCAL).
           MOVE LOCMSTCP-NOME          TO WRK-LOC-NOME(WRK-QTD-LOCAL).
           MOVE LOCMSTCP-UF            TO WRK-LOC-UF(WRK-QTD-LOCAL).
           MOVE ZERO                   TO
                                   WRK-LOC-POS-IBGE(WRK-QTD-LOCAL)
                                   WRK-LOC-CAPACIDADE(WRK-QTD-LOCAL).
      *
      *----------------------------------------------------------------*
       1310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE CONCILIACAO DAS LOCALIDADES COM OS MUNICIPIOS     *
      *    (SECAO 2 DO IBGECON)                                        *
      *----------------------------------------------------------------*
       2000-CONCILIAR-LOCALIDADES      SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           WRITE FD-REG-IBGECON        FROM WRK-LINHA-BRANCO.
           PERFORM 1070-TESTAR-FS-IBGECON.
           MOVE '2. LOCALIDADES SEM CORRESPONDENCIA OU DIVERGENTES'
                                       TO WRK-TIT-TEXTO.
           WRITE FD-REG-IBGECON        FROM WRK-LINHA-TITULO.
           PERFORM 1070-TESTAR-FS-IBGECON.
           WRITE FD-REG-IBGECON        FROM WRK-LINHA-BRANCO.
           PERFORM 1070-TESTAR-FS-IBGECON.
           WRITE FD-REG-IBGECON        FROM WRK-CAB-DIVERGENCIA.
           PERFORM 1070-TESTAR-FS-IBGECON.
           ADD  4                      TO ACU-LINHAS-CON.
      *
           PERFORM 2010-CONCILIAR-LOCALIDADE
               VARYING WRK-IDX-LOCAL FROM 1 BY 1
               UNTIL   WRK-IDX-LOCAL GREATER THAN WRK-QTD-LOCAL.
      *
           IF (ACU-DIVERGENTES         EQUAL ZERO) AND
              (ACU-SEM-CORRESP         EQUAL ZERO)
               MOVE 'NENHUMA LOCALIDADE SEM CORRESPONDENCIA/DIVERGENTE.'
                                       TO WRK-TIT-TEXTO
               WRITE FD-REG-IBGECON    FROM WRK-LINHA-TITULO
               PERFORM 1070-TESTAR-FS-IBGECON
               ADD  1                  TO ACU-LINHAS-CON
           END-IF.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CONCILIAR UMA LOCALIDADE: PRIMEIRO PELO         *
      *    VINCULO DO LOCIBGE, DEPOIS PELO NOME + UF                   *
      *----------------------------------------------------------------*
       2010-CONCILIAR-LOCALIDADE       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-SITUACAO
                                          WRK-FLAG-ACHOU-IBGE.
           MOVE ZERO                   TO WRK-POS-IBGE.
      *
           MOVE WRK-LOC-ID(WRK-IDX-LOCAL) TO WRK-ID-PROCURADO.
           PERFORM 2100-PROCURAR-VINCULO.
      *
           IF WRK-VINCULO-ACHOU
               MOVE WRK-VIN-IBGE-CODIGO(WRK-POS-VINCULO)
                                       TO WRK-CODIGO-PROCURADO
               PERFORM 2110-PROCURAR-CODIGO-IBGE
               IF WRK-IBGE-ACHOU
                   ADD  1              TO ACU-VINC-TABELA
                   PERFORM 2130-COMPARAR-NOME-UF
               ELSE
                   MOVE 'CODIGO IBGE INEXISTENTE' TO WRK-SITUACAO
                   ADD  1              TO ACU-SEM-CORRESP
               END-IF
           ELSE
               PERFORM 2120-PROCURAR-NOME-IBGE
               IF WRK-IBGE-ACHOU
                   ADD  1              TO ACU-VINC-NOME
               ELSE
                   MOVE 'SEM CORRESPONDENCIA IBGE' TO WRK-SITUACAO
                   ADD  1              TO ACU-SEM-CORRESP
               END-IF
           END-IF.
      *
           IF WRK-IBGE-ACHOU
               MOVE WRK-POS-IBGE       TO
                                   WRK-LOC-POS-IBGE(WRK-IDX-LOCAL)
               ADD  1                  TO
                                   WRK-IBG-QTD-LOCAL(WRK-POS-IBGE)
           END-IF.
      *
           IF (WRK-SITUACAO            NOT EQUAL SPACES)
               PERFORM 2150-EMITIR-DIVERGENCIA
           END-IF.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR UMA LOCALIDADE-ID NA TABELA DE         *
      *    VINCULOS                                                    *
      *----------------------------------------------------------------*
       2100-PROCURAR-VINCULO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-VINCULO.
           MOVE ZERO                   TO WRK-POS-VINCULO.
      *
           PERFORM 2105-COMPARAR-VINCULO
               VARYING WRK-IDX-VINCULO FROM 1 BY 1
               UNTIL   WRK-IDX-VINCULO GREATER THAN WRK-QTD-VINCULO
                    OR WRK-VINCULO-ACHOU.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE VINCULOS          *
      *----------------------------------------------------------------*
       2105-COMPARAR-VINCULO           SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-VIN-LOCALIDADE-ID(WRK-IDX-VINCULO)
                                       EQUAL WRK-ID-PROCURADO)
               SET WRK-VINCULO-ACHOU   TO TRUE
               MOVE WRK-IDX-VINCULO    TO WRK-POS-VINCULO
           END-IF.
      *
      *----------------------------------------------------------------*
       2105-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR UM CODIGO NA TABELA DE MUNICIPIOS      *
      *----------------------------------------------------------------*
       2110-PROCURAR-CODIGO-IBGE       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-IBGE.
           MOVE ZERO                   TO WRK-POS-IBGE.
      *
           PERFORM 2115-COMPARAR-CODIGO-IBGE
               VARYING WRK-IDX-IBGE FROM 1 BY 1
               UNTIL   WRK-IDX-IBGE GREATER THAN WRK-QTD-IBGE
                    OR WRK-IBGE-ACHOU.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR O CODIGO DE UM MUNICIPIO DA TABELA     *
      *----------------------------------------------------------------*
       2115-COMPARAR-CODIGO-IBGE       SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-IBG-CODIGO(WRK-IDX-IBGE)
                                       EQUAL WRK-CODIGO-PROCURADO)
               SET WRK-IBGE-ACHOU      TO TRUE
               MOVE WRK-IDX-IBGE       TO WRK-POS-IBGE
           END-IF.
      *
      *----------------------------------------------------------------*
       2115-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR NA TABELA DE MUNICIPIOS O MESMO NOME   *
      *    E UF DA LOCALIDADE CORRENTE                                 *
      *----------------------------------------------------------------*
       2120-PROCURAR-NOME-IBGE         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-IBGE.
           MOVE ZERO                   TO WRK-POS-IBGE.
      *
           PERFORM 2125-COMPARAR-NOME-IBGE
               VARYING WRK-IDX-IBGE FROM 1 BY 1
               UNTIL   WRK-IDX-IBGE GREATER THAN WRK-QTD-IBGE
                    OR WRK-IBGE-ACHOU.
      *
      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR O NOME E A UF DE UM MUNICIPIO DA       *
      *    TABELA COM A LOCALIDADE CORRENTE                            *
      *----------------------------------------------------------------*
       2125-COMPARAR-NOME-IBGE         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-IBG-NOME(WRK-IDX-IBGE)
                                 EQUAL WRK-LOC-NOME(WRK-IDX-LOCAL)) AND
              (WRK-IBG-UF(WRK-IDX-IBGE)
                                 EQUAL WRK-LOC-UF(WRK-IDX-LOCAL))
               SET WRK-IBGE-ACHOU      TO TRUE
               MOVE WRK-IDX-IBGE       TO WRK-POS-IBGE
           END-IF.
      *
      *----------------------------------------------------------------*
       2125-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR O NOME E A UF DA LOCALIDADE COM OS DO  *
      *    MUNICIPIO VINCULADO PELO LOCIBGE                            *
      *----------------------------------------------------------------*
       2130-COMPARAR-NOME-UF           SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN (WRK-LOC-NOME(WRK-IDX-LOCAL) NOT EQUAL
                                       WRK-IBG-NOME(WRK-POS-IBGE)) AND
                    (WRK-LOC-UF(WRK-IDX-LOCAL)   NOT EQUAL
                                       WRK-IBG-UF(WRK-POS-IBGE))
                   MOVE 'NOME E UF DIFERENTES' TO WRK-SITUACAO
               WHEN (WRK-LOC-NOME(WRK-IDX-LOCAL) NOT EQUAL
                                       WRK-IBG-NOME(WRK-POS-IBGE))
                   MOVE 'NOME DIFERENTE'   TO WRK-SITUACAO
               WHEN (WRK-LOC-UF(WRK-IDX-LOCAL)   NOT EQUAL
                                       WRK-IBG-UF(WRK-POS-IBGE))
                   MOVE 'UF DIFERENTE'     TO WRK-SITUACAO
           END-EVALUATE.
      *
           IF (WRK-SITUACAO            NOT EQUAL SPACES)
               ADD  1                  TO ACU-DIVERGENTES
           END-IF.
      *
      *----------------------------------------------------------------*
       2130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA RELACIONAR NO IBGECON UMA LOCALIDADE SEM        *
      *    CORRESPONDENCIA OU DIVERGENTE DO IBGE                       *
      *----------------------------------------------------------------*
       2150-EMITIR-DIVERGENCIA         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-LOC-ID(WRK-IDX-LOCAL)   TO WRK-DDV-LOCALIDADE-ID.
           MOVE WRK-LOC-NOME(WRK-IDX-LOCAL) TO WRK-DDV-NOME.
           MOVE WRK-LOC-UF(WRK-IDX-LOCAL)   TO WRK-DDV-UF.
           MOVE WRK-SITUACAO                TO WRK-DDV-SITUACAO.
           MOVE SPACES                      TO WRK-DDV-IBGE-CODIGO
                                               WRK-DDV-IBGE-NOME
                                               WRK-DDV-IBGE-UF.
      *
           IF WRK-IBGE-ACHOU
               MOVE WRK-IBG-CODIGO(WRK-POS-IBGE)
                                       TO WRK-CODIGO-PROCURADO
               MOVE WRK-CODIGO-PROCURADO TO WRK-DDV-IBGE-CODIGO
               MOVE WRK-IBG-NOME(WRK-POS-IBGE) TO WRK-DDV-IBGE-NOME
               MOVE WRK-IBG-UF(WRK-POS-IBGE)   TO WRK-DDV-IBGE-UF
           ELSE
               IF WRK-VINCULO-ACHOU
                   MOVE WRK-CODIGO-PROCURADO TO WRK-DDV-IBGE-CODIGO
               END-IF
           END-IF.
      *
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           WRITE FD-REG-IBGECON        FROM WRK-DET-DIVERGENCIA.
           PERFORM 1070-TESTAR-FS-IBGECON.
           ADD  1                      TO ACU-LINHAS-CON.
      *
      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA RELACIONAR OS MUNICIPIOS DO IBGE SEM NENHUMA    *
      *    LOCALIDADE NO LOCMAST (SECAO 3 DO IBGECON)                  *
      *----------------------------------------------------------------*
       2200-EMITIR-SEM-LOCALIDADE      SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           WRITE FD-REG-IBGECON        FROM WRK-LINHA-BRANCO.
           PERFORM 1070-TESTAR-FS-IBGECON.
           MOVE '3. MUNICIPIOS DO IBGE SEM LOCALIDADE NO LOCMAST'
                                       TO WRK-TIT-TEXTO.
           WRITE FD-REG-IBGECON        FROM WRK-LINHA-TITULO.
           PERFORM 1070-TESTAR-FS-IBGECON.
           WRITE FD-REG-IBGECON        FROM WRK-LINHA-BRANCO.
           PERFORM 1070-TESTAR-FS-IBGECON.
           WRITE FD-REG-IBGECON        FROM WRK-CAB-SEM-LOCAL.
           PERFORM 1070-TESTAR-FS-IBGECON.
           ADD  4                      TO ACU-LINHAS-CON.
      *
           PERFORM 2210-EXAMINAR-MUNICIPIO
               VARYING WRK-IDX-IBGE FROM 1 BY 1
               UNTIL   WRK-IDX-IBGE GREATER THAN WRK-QTD-IBGE.
      *
           IF (ACU-MUNIC-SEM-LOCAL     EQUAL ZERO)
               MOVE 'TODOS OS MUNICIPIOS TEM LOCALIDADE NO LOCMAST.'
                                       TO WRK-TIT-TEXTO
               WRITE FD-REG-IBGECON    FROM WRK-LINHA-TITULO
               PERFORM 1070-TESTAR-FS-IBGECON
               ADD  1                  TO ACU-LINHAS-CON
           END-IF.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA RELACIONAR UM MUNICIPIO SE ELE NAO TIVER        *
      *    LOCALIDADE VINCULADA                                        *
      *----------------------------------------------------------------*
       2210-EXAMINAR-MUNICIPIO         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-IBG-QTD-LOCAL(WRK-IDX-IBGE) GREATER THAN ZERO)
               GO TO 2210-99-FIM
           END-IF.
      *
           ADD  1                      TO ACU-MUNIC-SEM-LOCAL.
      *
           MOVE WRK-IBG-CODIGO(WRK-IDX-IBGE)    TO WRK-DSL-CODIGO.
           MOVE WRK-IBG-NOME(WRK-IDX-IBGE)      TO WRK-DSL-NOME.
           MOVE WRK-IBG-UF(WRK-IDX-IBGE)        TO WRK-DSL-UF.
           MOVE WRK-IBG-POPULACAO(WRK-IDX-IBGE) TO WRK-DSL-POPULACAO.
      *
           WRITE FD-REG-IBGECON        FROM WRK-DET-SEM-LOCAL.
           PERFORM 1070-TESTAR-FS-IBGECON.
           ADD  1                      TO ACU-LINHAS-CON.
      *
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR O RESUMO DA CONCILIACAO (SECAO 4 DO      *
      *    IBGECON)                                                    *
      *----------------------------------------------------------------*
       2300-EMITIR-RESUMO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           WRITE FD-REG-IBGECON        FROM WRK-LINHA-BRANCO.
           PERFORM 1070-TESTAR-FS-IBGECON.
           MOVE '4. RESUMO DA CONCILIACAO'
                                       TO WRK-TIT-TEXTO.
           WRITE FD-REG-IBGECON        FROM WRK-LINHA-TITULO.
           PERFORM 1070-TESTAR-FS-IBGECON.
           WRITE FD-REG-IBGECON        FROM WRK-LINHA-BRANCO.
           PERFORM 1070-TESTAR-FS-IBGECON.
           ADD  3                      TO ACU-LINHAS-CON.
      *
           MOVE 'REGISTROS LIDOS DO ARQUIVO DO IBGE'
                                       TO WRK-DTO-TEXTO.
           MOVE ACU-IBGE-LIDOS         TO WRK-DTO-VALOR.
           PERFORM 2310-GRAVAR-TOTAL-CON.
      *
           MOVE 'MUNICIPIOS IMPORTADOS NO IBGEMAST'
                                       TO WRK-DTO-TEXTO.
           MOVE ACU-IBGE-IMPORTADOS    TO WRK-DTO-VALOR.
           PERFORM 2310-GRAVAR-TOTAL-CON.
      *
           MOVE 'REGISTROS RECUSADOS NA IMPORTACAO'
                                       TO WRK-DTO-TEXTO.
           MOVE ACU-IBGE-RECUSADOS     TO WRK-DTO-VALOR.
           PERFORM 2310-GRAVAR-TOTAL-CON.
      *
           MOVE 'LOCALIDADES LIDAS DO LOCMAST'
                                       TO WRK-DTO-TEXTO.
           MOVE ACU-LOCAIS-LIDOS       TO WRK-DTO-VALOR.
           PERFORM 2310-GRAVAR-TOTAL-CON.
      *
           MOVE 'LOCALIDADES VINCULADAS PELO LOCIBGE'
                                       TO WRK-DTO-TEXTO.
           MOVE ACU-VINC-TABELA        TO WRK-DTO-VALOR.
           PERFORM 2310-GRAVAR-TOTAL-CON.
      *
           MOVE 'LOCALIDADES CASADAS PELO NOME + UF'
                                       TO WRK-DTO-TEXTO.
           MOVE ACU-VINC-NOME          TO WRK-DTO-VALOR.
           PERFORM 2310-GRAVAR-TOTAL-CON.
      *
           MOVE 'LOCALIDADES COM NOME OU UF DIFERENTE DO IBGE'
                                       TO WRK-DTO-TEXTO.
           MOVE ACU-DIVERGENTES        TO WRK-DTO-VALOR.
           PERFORM 2310-GRAVAR-TOTAL-CON.
      *
           MOVE 'LOCALIDADES SEM CORRESPONDENCIA NO IBGE'
                                       TO WRK-DTO-TEXTO.
           MOVE ACU-SEM-CORRESP        TO WRK-DTO-VALOR.
           PERFORM 2310-GRAVAR-TOTAL-CON.
      *
           MOVE 'MUNICIPIOS SEM LOCALIDADE NO LOCMAST'
                                       TO WRK-DTO-TEXTO.
           MOVE ACU-MUNIC-SEM-LOCAL    TO WRK-DTO-VALOR.
           PERFORM 2310-GRAVAR-TOTAL-CON.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UMA LINHA DE TOTAL NO IBGECON            *
      *----------------------------------------------------------------*
       2310-GRAVAR-TOTAL-CON           SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-IBGECON        FROM WRK-DET-TOTAL.
           PERFORM 1070-TESTAR-FS-IBGECON.
           ADD  1                      TO ACU-LINHAS-CON.
      *
      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR A CAPACIDADE DO PLANNAC POR LOCALIDADE-ID *
      *    E ATRIBUI-LA AO MUNICIPIO DA LOCALIDADE                     *
      *----------------------------------------------------------------*
       2400-APURAR-CAPACIDADE          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT PLANNAC.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-PLANNAC.
      *
           PERFORM 2410-LER-RANGE-PLANNAC
               UNTIL WRK-PLANNAC-ESGOTADO.
      *
           CLOSE PLANNAC.
      *
           PERFORM 2430-ATRIBUIR-CAPACIDADE
               VARYING WRK-IDX-LOCAL FROM 1 BY 1
               UNTIL   WRK-IDX-LOCAL GREATER THAN WRK-QTD-LOCAL.
      *
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM RANGE DO PLANNAC E SOMAR A SUA           *
      *    CAPACIDADE NA LOCALIDADE                                    *
      *----------------------------------------------------------------*
       2410-LER-RANGE-PLANNAC          SECTION.
      *----------------------------------------------------------------*
      *
           READ PLANNAC NEXT           INTO WRK-AREA-PLANREG.
      *
           IF (WRK-FS-PLANNAC          EQUAL '10')
               SET WRK-PLANNAC-ESGOTADO TO TRUE
               GO TO 2410-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-PLANNAC.
           ADD  1                      TO ACU-PLANNAC-LIDOS.
      *
           COMPUTE WRK-CAP-RANGE = PLANREG-RANGE-FINAL
                                 - PLANREG-RANGE-INICIAL + 1.
           ADD  WRK-CAP-RANGE          TO ACU-CAP-PLANNAC.
      *
           MOVE PLANREG-LOCALIDADE-ID  TO WRK-ID-PROCURADO.
           PERFORM 2420-PROCURAR-LOCALIDADE.
      *
           IF WRK-LOCAL-ACHOU
               ADD  WRK-CAP-RANGE      TO
                                   WRK-LOC-CAPACIDADE(WRK-POS-LOCAL)
           ELSE
               ADD  WRK-CAP-RANGE      TO ACU-CAP-SEM-LOCAL
           END-IF.
      *
      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR UMA LOCALIDADE-ID NA TABELA DE         *
      *    LOCALIDADES                                                 *
      *----------------------------------------------------------------*
       2420-PROCURAR-LOCALIDADE        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-LOCAL.
           MOVE ZERO                   TO WRK-POS-LOCAL.
      *
           PERFORM 2425-COMPARAR-LOCALIDADE
               VARYING WRK-IDX-LOCAL FROM 1 BY 1
               UNTIL   WRK-IDX-LOCAL GREATER THAN WRK-QTD-LOCAL
                    OR WRK-LOCAL-ACHOU.
      *
      *----------------------------------------------------------------*
       2420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE LOCALIDADES       *
      *----------------------------------------------------------------*
       2425-COMPARAR-LOCALIDADE        SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-LOC-ID(WRK-IDX-LOCAL) EQUAL WRK-ID-PROCURADO)
               SET WRK-LOCAL-ACHOU     TO TRUE
               MOVE WRK-IDX-LOCAL      TO WRK-POS-LOCAL
           END-IF.
      *
      *----------------------------------------------------------------*
       2425-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ATRIBUIR A CAPACIDADE DE UMA LOCALIDADE AO SEU  *
      *    MUNICIPIO DO IBGE                                           *
      *----------------------------------------------------------------*
       2430-ATRIBUIR-CAPACIDADE        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-LOC-POS-IBGE(WRK-IDX-LOCAL) TO WRK-POS-IBGE.
      *
           IF (WRK-POS-IBGE            GREATER THAN ZERO)
               ADD  WRK-LOC-CAPACIDADE(WRK-IDX-LOCAL) TO
                                   WRK-IBG-CAPACIDADE(WRK-POS-IBGE)
                                   ACU-CAP-MUNICIPIOS
           ELSE
               ADD  WRK-LOC-CAPACIDADE(WRK-IDX-LOCAL) TO
                                   ACU-CAP-SEM-MUNIC
           END-IF.
      *
      *----------------------------------------------------------------*
       2430-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR O RELATORIO DE DENSIDADE DE NUMERACAO:   *
      *    POR MUNICIPIO, POR UF, TOTAL NACIONAL E CAPACIDADE NAO      *
      *    ATRIBUIDA A MUNICIPIO                                       *
      *----------------------------------------------------------------*
       2500-EMITIR-DENSIDADE           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DENS-MIN           TO WRK-CD1-MINIMO.
           MOVE WRK-DENS-MAX           TO WRK-CD1-MAXIMO.
           MOVE WRK-DATA-EDITADA       TO WRK-CD1-DATA.
      *
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           WRITE FD-REG-IBGEDEN        FROM WRK-CAB-DEN-1.
           PERFORM 1080-TESTAR-FS-IBGEDEN.
           WRITE FD-REG-IBGEDEN        FROM WRK-LINHA-BRANCO.
           PERFORM 1080-TESTAR-FS-IBGEDEN.
           MOVE '1. DENSIDADE POR MUNICIPIO (EM ORDEM DE CODIGO IBGE)'
                                       TO WRK-TIT-TEXTO.
           WRITE FD-REG-IBGEDEN        FROM WRK-LINHA-TITULO.
           PERFORM 1080-TESTAR-FS-IBGEDEN.
           WRITE FD-REG-IBGEDEN        FROM WRK-LINHA-BRANCO.
           PERFORM 1080-TESTAR-FS-IBGEDEN.
           WRITE FD-REG-IBGEDEN        FROM WRK-CAB-MUNICIPIO.
           PERFORM 1080-TESTAR-FS-IBGEDEN.
           ADD  5                      TO ACU-LINHAS-DEN.
      *
           PERFORM 2510-EMITIR-MUNICIPIO
               VARYING WRK-IDX-IBGE FROM 1 BY 1
               UNTIL   WRK-IDX-IBGE GREATER THAN WRK-QTD-IBGE.
      *
           WRITE FD-REG-IBGEDEN        FROM WRK-LINHA-BRANCO.
           PERFORM 1080-TESTAR-FS-IBGEDEN.
           MOVE '2. DENSIDADE POR UF'  TO WRK-TIT-TEXTO.
           WRITE FD-REG-IBGEDEN        FROM WRK-LINHA-TITULO.
           PERFORM 1080-TESTAR-FS-IBGEDEN.
           WRITE FD-REG-IBGEDEN        FROM WRK-LINHA-BRANCO.
           PERFORM 1080-TESTAR-FS-IBGEDEN.
           WRITE FD-REG-IBGEDEN        FROM WRK-CAB-UF.
           PERFORM 1080-TESTAR-FS-IBGEDEN.
           ADD  4                      TO ACU-LINHAS-DEN.
      *
           PERFORM 2530-EMITIR-UF
               VARYING WRK-IDX-UF FROM 1 BY 1
               UNTIL   WRK-IDX-UF GREATER THAN WRK-QTD-UF.
      *
           MOVE 'BRASIL'               TO WRK-DUF-UF.
           MOVE WRK-QTD-IBGE           TO WRK-DUF-MUNICIPIOS.
           MOVE ACU-POPULACAO          TO WRK-DUF-POPULACAO
                                          WRK-CALC-POPULACAO.
           MOVE ACU-CAP-MUNICIPIOS     TO WRK-DUF-CAPACIDADE
                                          WRK-CALC-CAPACIDADE.
           PERFORM 2540-CALCULAR-DENSIDADE.
           MOVE WRK-DENSIDADE          TO WRK-DUF-DENSIDADE.
           MOVE ACU-SOBREALOCADOS      TO WRK-DUF-SOBREALOCADOS.
           MOVE ACU-SUBATENDIDOS       TO WRK-DUF-SUBATENDIDOS.
           WRITE FD-REG-IBGEDEN        FROM WRK-LINHA-BRANCO.
           PERFORM 1080-TESTAR-FS-IBGEDEN.
           WRITE FD-REG-IBGEDEN        FROM WRK-DET-UF.
           PERFORM 1080-TESTAR-FS-IBGEDEN.
           ADD  2                      TO ACU-LINHAS-DEN.
      *
           WRITE FD-REG-IBGEDEN        FROM WRK-LINHA-BRANCO.
           PERFORM 1080-TESTAR-FS-IBGEDEN.
           MOVE '3. CAPACIDADE DO PLANNAC NAO ATRIBUIDA A MUNICIPIO'
                                       TO WRK-TIT-TEXTO.
           WRITE FD-REG-IBGEDEN        FROM WRK-LINHA-TITULO.
           PERFORM 1080-TESTAR-FS-IBGEDEN.
           WRITE FD-REG-IBGEDEN        FROM WRK-LINHA-BRANCO.
           PERFORM 1080-TESTAR-FS-IBGEDEN.
           ADD  3                      TO ACU-LINHAS-DEN.
      *
           MOVE 'CAPACIDADE TOTAL DO PLANNAC'
                                       TO WRK-DTO-TEXTO.
           MOVE ACU-CAP-PLANNAC        TO WRK-DTO-VALOR.
           PERFORM 2550-GRAVAR-TOTAL-DEN.
      *
           MOVE 'ATRIBUIDA A MUNICIPIOS DO IBGE'
                                       TO WRK-DTO-TEXTO.
           MOVE ACU-CAP-MUNICIPIOS     TO WRK-DTO-VALOR.
           PERFORM 2550-GRAVAR-TOTAL-DEN.
      *
           MOVE 'DE LOCALIDADES SEM CORRESPONDENCIA NO IBGE'
                                       TO WRK-DTO-TEXTO.
           MOVE ACU-CAP-SEM-MUNIC      TO WRK-DTO-VALOR.
           PERFORM 2550-GRAVAR-TOTAL-DEN.
      *
           MOVE 'DE LOCALIDADE-ID INEXISTENTE NO LOCMAST'
                                       TO WRK-DTO-TEXTO.
           MOVE ACU-CAP-SEM-LOCAL      TO WRK-DTO-VALOR.
           PERFORM 2550-GRAVAR-TOTAL-DEN.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR A DENSIDADE DE UM MUNICIPIO E ACUMULA-LO *
      *    NA SUA UF. MUNICIPIO SEM NUMERACAO CONTA COMO SUBATENDIDO.  *
      *----------------------------------------------------------------*
       2510-EMITIR-MUNICIPIO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-IBG-POPULACAO(WRK-IDX-IBGE)  TO WRK-CALC-POPULACAO.
           MOVE WRK-IBG-CAPACIDADE(WRK-IDX-IBGE) TO WRK-CALC-CAPACIDADE.
           PERFORM 2540-CALCULAR-DENSIDADE.
      *
           PERFORM 2520-PROCURAR-UF.
      *
           MOVE SPACES                 TO WRK-DMU-SITUACAO.
           EVALUATE TRUE
               WHEN (WRK-CALC-POPULACAO EQUAL ZERO)
                   MOVE 'SEM POPULACAO'    TO WRK-DMU-SITUACAO
               WHEN (WRK-CALC-CAPACIDADE EQUAL ZERO)
                   MOVE 'SEM NUMERACAO'    TO WRK-DMU-SITUACAO
                   ADD  1              TO ACU-SUBATENDIDOS
                                   WRK-TUF-SUBATENDIDOS(WRK-POS-UF)
               WHEN (WRK-DENSIDADE     GREATER THAN WRK-DENS-MAX)
                   MOVE 'SOBREALOCADO'     TO WRK-DMU-SITUACAO
                   ADD  1              TO ACU-SOBREALOCADOS
                                   WRK-TUF-SOBREALOCADOS(WRK-POS-UF)
               WHEN (WRK-DENSIDADE     LESS THAN WRK-DENS-MIN)
                   MOVE 'SUBATENDIDO'      TO WRK-DMU-SITUACAO
                   ADD  1              TO ACU-SUBATENDIDOS
                                   WRK-TUF-SUBATENDIDOS(WRK-POS-UF)
           END-EVALUATE.
      *
           ADD  1                      TO
                                   WRK-TUF-MUNICIPIOS(WRK-POS-UF).
           ADD  WRK-CALC-POPULACAO     TO
                                   WRK-TUF-POPULACAO(WRK-POS-UF)
                                   ACU-POPULACAO.
           ADD  WRK-CALC-CAPACIDADE    TO
                                   WRK-TUF-CAPACIDADE(WRK-POS-UF).
      *
           MOVE WRK-IBG-CODIGO(WRK-IDX-IBGE) TO WRK-DMU-CODIGO.
           MOVE WRK-IBG-NOME(WRK-IDX-IBGE)   TO WRK-DMU-NOME.
           MOVE WRK-IBG-UF(WRK-IDX-IBGE)     TO WRK-DMU-UF.
           MOVE WRK-CALC-POPULACAO     TO WRK-DMU-POPULACAO.
           MOVE WRK-CALC-CAPACIDADE    TO WRK-DMU-CAPACIDADE.
           MOVE WRK-DENSIDADE          TO WRK-DMU-DENSIDADE.
      *
           WRITE FD-REG-IBGEDEN        FROM WRK-DET-MUNICIPIO.
           PERFORM 1080-TESTAR-FS-IBGEDEN.
           ADD  1                      TO ACU-LINHAS-DEN.
      *
      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LOCALIZAR (OU INCLUIR) A UF DO MUNICIPIO        *
      *    CORRENTE NA TABELA DE TOTAIS POR UF                         *
      *----------------------------------------------------------------*
       2520-PROCURAR-UF                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-UF.
           MOVE ZERO                   TO WRK-POS-UF.
      *
           PERFORM 2525-COMPARAR-UF
               VARYING WRK-IDX-UF FROM 1 BY 1
               UNTIL   WRK-IDX-UF GREATER THAN WRK-QTD-UF
                    OR WRK-UF-ACHOU.
      *
           IF WRK-UF-ACHOU
               GO TO 2520-99-FIM
           END-IF.
      *
           IF (WRK-QTD-UF              NOT LESS THAN 30)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DE UFS CHEIA               *'
               DISPLAY '*  LIMITE DE 30 UFS                  *'
               DISPLAY '*  EXCEDIDO - PROCESSAMENTO ABORTADO *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-UF.
           MOVE WRK-QTD-UF             TO WRK-POS-UF.
           MOVE WRK-IBG-UF(WRK-IDX-IBGE) TO WRK-TUF-UF(WRK-POS-UF).
           MOVE ZERO                   TO
                                   WRK-TUF-MUNICIPIOS(WRK-POS-UF)
                                   WRK-TUF-POPULACAO(WRK-POS-UF)
                                   WRK-TUF-CAPACIDADE(WRK-POS-UF)
                                   WRK-TUF-SOBREALOCADOS(WRK-POS-UF)
                                   WRK-TUF-SUBATENDIDOS(WRK-POS-UF).
      *
      *----------------------------------------------------------------*
       2520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE TOTAIS POR UF     *
      *----------------------------------------------------------------*
       2525-COMPARAR-UF                SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-TUF-UF(WRK-IDX-UF)  EQUAL WRK-IBG-UF(WRK-IDX-IBGE))
               SET WRK-UF-ACHOU        TO TRUE
               MOVE WRK-IDX-UF         TO WRK-POS-UF
           END-IF.
      *
      *----------------------------------------------------------------*
       2525-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR A LINHA DE DENSIDADE DE UMA UF           *
      *----------------------------------------------------------------*
       2530-EMITIR-UF                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TUF-POPULACAO(WRK-IDX-UF)  TO WRK-CALC-POPULACAO.
           MOVE WRK-TUF-CAPACIDADE(WRK-IDX-UF) TO WRK-CALC-CAPACIDADE.
           PERFORM 2540-CALCULAR-DENSIDADE.
      *
           MOVE WRK-TUF-UF(WRK-IDX-UF)         TO WRK-DUF-UF.
           MOVE WRK-TUF-MUNICIPIOS(WRK-IDX-UF) TO WRK-DUF-MUNICIPIOS.
           MOVE WRK-CALC-POPULACAO             TO WRK-DUF-POPULACAO.
           MOVE WRK-CALC-CAPACIDADE            TO WRK-DUF-CAPACIDADE.
           MOVE WRK-DENSIDADE                  TO WRK-DUF-DENSIDADE.
           MOVE WRK-TUF-SOBREALOCADOS(WRK-IDX-UF)
                                       TO WRK-DUF-SOBREALOCADOS.
           MOVE WRK-TUF-SUBATENDIDOS(WRK-IDX-UF)
                                       TO WRK-DUF-SUBATENDIDOS.
      *
           WRITE FD-REG-IBGEDEN        FROM WRK-DET-UF.
           PERFORM 1080-TESTAR-FS-IBGEDEN.
           ADD  1                      TO ACU-LINHAS-DEN.
      *
      *----------------------------------------------------------------*
       2530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CALCULAR OS NUMEROS POR 100 HABITANTES A PARTIR *
      *    DE WRK-CALC-CAPACIDADE E WRK-CALC-POPULACAO                 *
      *----------------------------------------------------------------*
       2540-CALCULAR-DENSIDADE         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-CALC-POPULACAO      EQUAL ZERO)
               MOVE ZERO               TO WRK-DENSIDADE
               GO TO 2540-99-FIM
           END-IF.
      *
           COMPUTE WRK-DENSIDADE ROUNDED =
                   WRK-CALC-CAPACIDADE * 100 / WRK-CALC-POPULACAO
               ON SIZE ERROR
                   MOVE 99999,99       TO WRK-DENSIDADE
           END-COMPUTE.
      *
      *----------------------------------------------------------------*
       2540-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UMA LINHA DE TOTAL NO IBGEDEN            *
      *----------------------------------------------------------------*
       2550-GRAVAR-TOTAL-DEN           SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-IBGEDEN        FROM WRK-DET-TOTAL.
           PERFORM 1080-TESTAR-FS-IBGEDEN.
           ADD  1                      TO ACU-LINHAS-DEN.
      *
      *----------------------------------------------------------------*
       2550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE IBGECON IBGEDEN.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-IBGECON.
           PERFORM 1080-TESTAR-FS-IBGEDEN.
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
           DISPLAY '* IBGEIMP1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* IBGEMUN  |  I  | TOTAL REG.    | '
           ACU-IBGE-LIDOS '     *'.
           DISPLAY '* LOCIBGE  |  I  | TOTAL REG.    | '
           ACU-VINCULOS-LIDOS '     *'.
           DISPLAY '* LOCMAST  |  I  | TOTAL REG.    | '
           ACU-LOCAIS-LIDOS '     *'.
           DISPLAY '* PLANNAC  |  I  | TOTAL REG.    | '
           ACU-PLANNAC-LIDOS '     *'.
           DISPLAY '* IBGEMAST |  O  | TOTAL REG.    | '
           ACU-IBGE-IMPORTADOS '     *'.
           DISPLAY '* IBGECON  |  O  | TOTAL LINHAS  | '
           ACU-LINHAS-CON '     *'.
           DISPLAY '* IBGEDEN  |  O  | TOTAL LINHAS  | '
           ACU-LINHAS-DEN '     *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* RECUSADOS    | ' ACU-IBGE-RECUSADOS
           '                        *'.
           DISPLAY '* DIVERGENTES  | ' ACU-DIVERGENTES
           '                        *'.
           DISPLAY '* SEM CORRESP. | ' ACU-SEM-CORRESP
           '                        *'.
           DISPLAY '* MUNIC S/LOC. | ' ACU-MUNIC-SEM-LOCAL
           '                        *'.
           DISPLAY '* SOBREALOC.   | ' ACU-SOBREALOCADOS
           '                        *'.
           DISPLAY '* SUBATEND.    | ' ACU-SUBATENDIDOS
           '                        *'.
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
           IF (ACU-IBGE-RECUSADOS      GREATER THAN ZERO) OR
              (ACU-DIVERGENTES         GREATER THAN ZERO) OR
              (ACU-SEM-CORRESP         GREATER THAN ZERO)
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
           IF (WRK-FS-ERRLOG           EQUAL '05') OR
              (WRK-FS-ERRLOG           EQUAL '35')
               OPEN OUTPUT ERRLOG
           END-IF.
      *
           WRITE FD-REG-ERRLOG         FROM ERRLOGCP-REGISTRO.
           CLOSE ERRLOG.
      *
      *----------------------------------------------------------------*
       9050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
