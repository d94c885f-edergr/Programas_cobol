      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. SETLDSP1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  SETLDSP1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  CONTESTACAO DO ACERTO DE INTERCONEXAO:       *
      *                   CONFRONTA O RESUMO DE ACERTO DO SETLSUM1     *
      *                   (SETLSUM) COM AS DECLARACOES DE TRAFEGO      *
      *                   ENVIADAS PELAS OPERADORAS PARCEIRAS          *
      *                   (SETLDEC), PAR A PAR (EOT ORIGEM X EOT       *
      *                   DESTINO X CLASSIFICACAO). DIFERENCAS DE      *
      *                   QUANTIDADE, MINUTOS OU VALOR ACIMA DA        *
      *                   TOLERANCIA PERCENTUAL SAO MARCADAS. EMITE    *
      *                   UM RELATORIO POR OPERADORA PARCEIRA, COM O   *
      *                   NOME DO CADASTRO MESTRE (EOTMAST), OS NOSSOS *
      *                   NUMEROS, OS DA OPERADORA E A DIFERENCA,      *
      *                   LISTANDO TAMBEM OS PARES QUE SO APARECEM DE  *
      *                   UM DOS LADOS.                                *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  SETLSUM                     (VIDE FD)         *
      *                  SETLDEC                     (VIDE FD)         *
      *                  SETLDSP                     (VIDE FD)         *
      *                  EOTMAST                     EOTMSTCP          *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: SETLSUM  - RESUMO DE ACERTO DO SETLSUM1, UMA  *
      *                             LINHA POR SENTIDO DE PAR E         *
      *                             CLASSIFICACAO (ENTRADA)            *
      *                  SETLDEC  - DECLARACOES DAS OPERADORAS         *
      *                             PARCEIRAS (ARQUIVOS CONCATENADOS). *
      *                             CADA ARQUIVO ABRE COM UM REGISTRO  *
      *                             'H' (EOT DECLARANTE E MES DE       *
      *                             REFERENCIA) SEGUIDO DOS DETALHES   *
      *                             'D' (EOT ORIGEM, EOT DESTINO,      *
      *                             CLASSIFICACAO, CHAMADAS, MINUTOS E *
      *                             VALOR)                             *
      *                  SETLDSP  - RELATORIO DE CONTESTACAO POR       *
      *                             OPERADORA PARCEIRA                 *
      *                  EOTMAST  - CADASTRO MESTRE DE OPERADORAS      *
      *                             (NOME DA OPERADORA NO RELATORIO)   *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: SETLDSP1_TOLERANCIA - PERCENTUAL DE           *
      *                                 TOLERANCIA, 5 DIGITOS COM 2    *
      *                                 DECIMAIS (PADRAO 00100 =       *
      *                                 1,00%), APLICADO SOBRE O NOSSO *
      *                                 NUMERO                         *
      *----------------------------------------------------------------*
      *    RETURN-CODE.: 00 - TODOS OS PARES CONFEREM                  *
      *                  04 - HA PAR DIVERGENTE, SO DE UM LADO OU      *
      *                       DECLARACAO INCONSISTENTE                 *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DA CONTESTACAO DO        *
      *                        ACERTO CONTRA AS DECLARACOES DAS        *
      *                        OPERADORAS PARCEIRAS.                   *
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
           SELECT SETLSUM              ASSIGN
           TO DYNAMIC                  WRK-PATH-SETLSUM
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-SETLSUM.
      *
           SELECT SETLDEC              ASSIGN
           TO DYNAMIC                  WRK-PATH-SETLDEC
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-SETLDEC.
      *
           SELECT SETLDSP              ASSIGN
           TO DYNAMIC                  WRK-PATH-SETLDSP
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-SETLDSP.
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
      *    ENTRADA......: RESUMO DE ACERTO DO SETLSUM1                 *
      *----------------------------------------------------------------*
       FD  SETLSUM
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-SETLSUM.
           05  FD-SUM-ORIG-EOT         PIC  X(003).
           05  FD-SUM-ORIG-NOME        PIC  X(040).
           05  FD-SUM-DEST-EOT         PIC  X(003).
           05  FD-SUM-DEST-NOME        PIC  X(040).
           05  FD-SUM-CLASSIFICACAO    PIC  X(020).
           05  FD-SUM-QTD-CHAMADAS     PIC  9(009).
           05  FD-SUM-MINUTOS          PIC  9(009).
           05  FD-SUM-VALOR            PIC  9(011)V9(002).
      *----------------------------------------------------------------*
      *    ENTRADA......: DECLARACOES DAS OPERADORAS PARCEIRAS         *
      *----------------------------------------------------------------*
       FD  SETLDEC
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-SETLDEC.
           05  FD-DEC-TIPO-REGISTRO    PIC  X(001).
               88  FD-DEC-HEADER                   VALUE 'H'.
               88  FD-DEC-DETALHE                  VALUE 'D'.
           05  FD-DEC-ORIG-EOT         PIC  X(003).
           05  FD-DEC-DEST-EOT         PIC  X(003).
           05  FD-DEC-CLASSIFICACAO    PIC  X(020).
           05  FD-DEC-QTD-CHAMADAS     PIC  9(009).
           05  FD-DEC-MINUTOS          PIC  9(009).
           05  FD-DEC-VALOR            PIC  9(011)V9(002).
      *
       01  FD-REG-SETLDEC-HEADER.
           05  FILLER                  PIC  X(001).
           05  FD-DEC-EOT-DECLARANTE   PIC  X(003).
           05  FD-DEC-MES-REFERENCIA   PIC  X(006).
           05  FILLER                  PIC  X(048).
      *----------------------------------------------------------------*
      *    SAIDA........: RELATORIO DE CONTESTACAO POR OPERADORA       *
      *----------------------------------------------------------------*
       FD  SETLDSP
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-SETLDSP              PIC  X(132).
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
           '*** SETLDSP1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-SUM-LIDOS           PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-DEC-LIDOS           PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-DEC-REJEITADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-PARES-CONFEREM      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-PARES-DIVERGENTES   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-PARES-SO-NOSSO      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-PARES-SO-PARCEIRO   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-PARES-INVALIDOS     PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO NOSSO RESUMO DE ACERTO (SETLSUM) ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-NOSSO.
           05  WRK-QTD-NOSSO           PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-NOSSO-ITEM      OCCURS 600 TIMES.
               10  WRK-NOS-ORIG-EOT    PIC  X(003).
               10  WRK-NOS-DEST-EOT    PIC  X(003).
               10  WRK-NOS-CLASSIF     PIC  X(020).
               10  WRK-NOS-QTD         PIC  9(009) COMP-3.
               10  WRK-NOS-MINUTOS     PIC  9(009) COMP-3.
               10  WRK-NOS-VALOR       PIC  9(011)V9(002) COMP-3.
               10  WRK-NOS-DECL-ORIG   PIC  X(001).
               10  WRK-NOS-DECL-DEST   PIC  X(001).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-NOSSO.
           05  WRK-IDX-NOSSO           PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-NOSSO           PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-NOSSO    PIC  X(001) VALUE SPACES.
               88  WRK-NOSSO-ACHOU                 VALUE 'S'.
           05  WRK-FLAG-FIM-SETLSUM    PIC  X(001) VALUE SPACES.
               88  WRK-SETLSUM-ESGOTADO            VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DAS DECLARACOES DOS PARCEIROS ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-DECLARACAO.
           05  WRK-QTD-DECLARACAO      PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-DECL-ITEM       OCCURS 2000 TIMES.
               10  WRK-DCL-DECLARANTE  PIC  X(003).
               10  WRK-DCL-ORIG-EOT    PIC  X(003).
               10  WRK-DCL-DEST-EOT    PIC  X(003).
               10  WRK-DCL-CLASSIF     PIC  X(020).
               10  WRK-DCL-QTD         PIC  9(009) COMP-3.
               10  WRK-DCL-MINUTOS     PIC  9(009) COMP-3.
               10  WRK-DCL-VALOR       PIC  9(011)V9(002) COMP-3.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-DECLARACAO.
           05  WRK-IDX-DECLARACAO      PIC  9(004) COMP VALUE ZERO.
           05  WRK-DECLARANTE-ATUAL    PIC  X(003) VALUE SPACES.
           05  WRK-FLAG-FIM-SETLDEC    PIC  X(001) VALUE SPACES.
               88  WRK-SETLDEC-ESGOTADO            VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DAS OPERADORAS PARCEIRAS ***'.
      *----------------------------------------------------------------*
      *    UMA ENTRADA POR EOT QUE APARECE NO NOSSO RESUMO OU QUE      *
      *    ENVIOU DECLARACAO, MANTIDA EM ORDEM DE EOT                  *
      *----------------------------------------------------------------*
       01  WRK-TAB-PARCEIRO.
           05  WRK-QTD-PARCEIRO        PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-PARCEIRO-ITEM   OCCURS 500 TIMES.
               10  WRK-PAR-EOT         PIC  X(003).
               10  WRK-PAR-MES-REF     PIC  X(006).
               10  WRK-PAR-DECLAROU    PIC  X(001).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-PARCEIRO.
           05  WRK-IDX-PARCEIRO        PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-PARCEIRO        PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-PARC     PIC  X(001) VALUE SPACES.
               88  WRK-PARCEIRO-ACHOU              VALUE 'S'.
           05  WRK-EOT-PARCEIRO        PIC  X(003) VALUE SPACES.
           05  WRK-PARCEIRO-ATUAL      PIC  X(003) VALUE SPACES.
           05  WRK-CNT-CONFEREM        PIC  9(005) COMP-3 VALUE ZERO.
           05  WRK-CNT-DIVERGENTES     PIC  9(005) COMP-3 VALUE ZERO.
           05  WRK-CNT-SO-NOSSO        PIC  9(005) COMP-3 VALUE ZERO.
           05  WRK-CNT-SO-PARCEIRO     PIC  9(005) COMP-3 VALUE ZERO.
           05  WRK-CNT-INVALIDOS       PIC  9(005) COMP-3 VALUE ZERO.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE COMPARACAO DAS MEDIDAS DO PAR ***'.
      *----------------------------------------------------------------*
      *    MEDIDA 1 = CHAMADAS, 2 = MINUTOS, 3 = VALOR                 *
      *----------------------------------------------------------------*
       01  WRK-TAB-MEDIDA.
           05  WRK-MED-ITEM            OCCURS 3 TIMES.
               10  WRK-MED-NOSSO       PIC  9(011)V9(002) COMP-3.
               10  WRK-MED-PARCEIRO    PIC  9(011)V9(002) COMP-3.
               10  WRK-MED-DIFERENCA   PIC S9(011)V9(002) COMP-3.
               10  WRK-MED-MARCA       PIC  X(001).
       01  WRK-TAB-DESC-MEDIDA.
           05  FILLER                  PIC  X(008) VALUE 'CHAMADAS'.
           05  FILLER                  PIC  X(008) VALUE 'MINUTOS '.
           05  FILLER                  PIC  X(008) VALUE 'VALOR   '.
       01  WRK-TAB-DESC-MEDIDA-R       REDEFINES WRK-TAB-DESC-MEDIDA.
           05  WRK-DESC-MEDIDA         PIC  X(008) OCCURS 3 TIMES.
       01  WRK-CONTROLE-MEDIDA.
           05  WRK-IDX-MEDIDA          PIC  9(004) COMP VALUE ZERO.
           05  WRK-MED-ABSOLUTA        PIC  9(011)V9(002) COMP-3
                                                   VALUE ZERO.
           05  WRK-MED-LIMITE          PIC  9(011)V9(004) COMP-3
                                                   VALUE ZERO.
           05  WRK-FLAG-COMPARAR       PIC  X(001) VALUE SPACES.
               88  WRK-COMPARAR-MEDIDAS            VALUE 'S'.
           05  WRK-FLAG-DIVERGENTE     PIC  X(001) VALUE SPACES.
               88  WRK-PAR-DIVERGENTE              VALUE 'S'.
           05  WRK-SITUACAO-PAR        PIC  X(012) VALUE SPACES.
           05  WRK-PAR-ORIG-EOT        PIC  X(003) VALUE SPACES.
           05  WRK-PAR-DEST-EOT        PIC  X(003) VALUE SPACES.
           05  WRK-PAR-CLASSIF         PIC  X(020) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE PARAMETROS ***'.
      *----------------------------------------------------------------*
       01  WRK-PARAMETROS.
           05  WRK-TOLERANCIA          PIC  9(003)V9(002) VALUE 1,00.
           05  WRK-TOLERANCIA-X        PIC  X(005) VALUE SPACES.
           05  WRK-TOLERANCIA-N        REDEFINES WRK-TOLERANCIA-X
                                       PIC  9(003)V9(002).
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO RELATORIO DE CONTESTACAO ***'.
      *----------------------------------------------------------------*
       01  WRK-CAB-PARC-1.
           05  FILLER                  PIC  X(046) VALUE
               'SETLDSP1 - CONTESTACAO DO ACERTO DE INTERCONEX'.
           05  FILLER                  PIC  X(015) VALUE
               'AO - OPERADORA '.
           05  WRK-CP1-EOT             PIC  X(003).
           05  FILLER                  PIC  X(003) VALUE ' - '.
           05  WRK-CP1-NOME            PIC  X(040).
           05  FILLER                  PIC  X(025) VALUE SPACES.
       01  WRK-CAB-PARC-2.
           05  FILLER                  PIC  X(017) VALUE
               'DECLARACAO REF.: '.
           05  WRK-CP2-MES             PIC  X(011).
           05  FILLER                  PIC  X(015) VALUE
               '   TOLERANCIA: '.
           05  WRK-CP2-TOLERANCIA      PIC  ZZ9,99.
           05  FILLER                  PIC  X(001) VALUE '%'.
           05  FILLER                  PIC  X(082) VALUE SPACES.
       01  WRK-CAB-PARC-3.
           05  FILLER                  PIC  X(005) VALUE 'ORI  '.
           05  FILLER                  PIC  X(005) VALUE 'DES  '.
           05  FILLER                  PIC  X(022) VALUE
               'CLASSIFICACAO'.
           05  FILLER                  PIC  X(010) VALUE 'MEDIDA'.
           05  FILLER                  PIC  X(017) VALUE
               '            NOSSO'.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  FILLER                  PIC  X(017) VALUE
               '         PARCEIRO'.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  FILLER                  PIC  X(018) VALUE
               '         DIFERENCA'.
           05  FILLER                  PIC  X(004) VALUE SPACES.
           05  FILLER                  PIC  X(012) VALUE 'SITUACAO'.
           05  FILLER                  PIC  X(018) VALUE SPACES.
       01  WRK-DET-PAR.
           05  WRK-DPR-ORIG-EOT        PIC  X(003).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPR-DEST-EOT        PIC  X(003).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPR-CLASSIF         PIC  X(020).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPR-MEDIDA          PIC  X(008).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPR-NOSSO           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  WRK-DPR-NOSSO-Q         REDEFINES WRK-DPR-NOSSO.
               10  FILLER              PIC  X(006).
               10  WRK-DPR-NOSSO-QTD   PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPR-PARCEIRO        PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  WRK-DPR-PARCEIRO-Q      REDEFINES WRK-DPR-PARCEIRO.
               10  FILLER              PIC  X(006).
               10  WRK-DPR-PARCEIRO-QTD
                                       PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPR-DIFERENCA       PIC  ---.---.---.--9,99.
           05  WRK-DPR-DIFERENCA-Q     REDEFINES WRK-DPR-DIFERENCA.
               10  FILLER              PIC  X(006).
               10  WRK-DPR-DIFERENCA-QTD
                                       PIC  ----.---.--9.
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DPR-MARCA           PIC  X(001).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPR-SITUACAO        PIC  X(012).
           05  FILLER                  PIC  X(018) VALUE SPACES.
       01  WRK-TOT-PARC.
           05  FILLER                  PIC  X(031) VALUE
               'TOTAL DA OPERADORA - CONFEREM: '.
           05  WRK-TPC-CONFEREM        PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(014) VALUE
               ' DIVERGENTES: '.
           05  WRK-TPC-DIVERGENTES     PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(011) VALUE
               ' SO NOSSO: '.
           05  WRK-TPC-SO-NOSSO        PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(014) VALUE
               ' SO PARCEIRO: '.
           05  WRK-TPC-SO-PARCEIRO     PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(015) VALUE
               ' PAR INVALIDO: '.
           05  WRK-TPC-INVALIDOS       PIC  ZZ.ZZ9.
           05  FILLER                  PIC  X(017) VALUE SPACES.
       01  WRK-LINHA-BRANCO            PIC  X(132) VALUE SPACES.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'SETLDSP1'.
           05  WRK-FS-SETLSUM          PIC  X(002) VALUE SPACES.
           05  WRK-FS-SETLDEC          PIC  X(002) VALUE SPACES.
           05  WRK-FS-SETLDSP          PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-SETLSUM        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\SETLSUM.dat'.
           05  WRK-PATH-SETLDEC        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\SETLDEC.dat'.
           05  WRK-PATH-SETLDSP        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\SETLDSP.dat'.
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
           '*** SETLDSP1 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: CARREGA EM MEMORIA O MESTRE DE     *
      *    OPERADORAS, O NOSSO RESUMO E AS DECLARACOES DOS PARCEIROS   *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-OBTER-PARAMETROS.
           PERFORM 1009-CARREGAR-OPERADORAS.
           PERFORM 1100-CARREGAR-SETLSUM.
           PERFORM 1200-CARREGAR-DECLARACOES.
      *
           OPEN OUTPUT SETLDSP.
      *
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-SETLDSP.
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'SETLSUM_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-SETLSUM
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'SETLDEC_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-SETLDEC
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'SETLDSP_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-SETLDSP
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
      *    ROTINA PARA OBTER A TOLERANCIA PERCENTUAL (SE OMITIDA OU    *
      *    INVALIDA, FICA 1,00%)                                       *
      *----------------------------------------------------------------*
       1008-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR
                  FROM ENVIRONMENT 'SETLDSP1_TOLERANCIA'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:5) TO WRK-TOLERANCIA-X
               IF (WRK-TOLERANCIA-X    IS NUMERIC)
                   MOVE WRK-TOLERANCIA-N TO WRK-TOLERANCIA
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1008-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA O CADASTRO MESTRE DE        *
      *    OPERADORAS (EOTMAST), USADO PARA EXIBIR O NOME DA           *
      *    OPERADORA NO RELATORIO. SE O ARQUIVO NAO EXISTIR O NOME SAI *
      *    EM BRANCO.                                                  *
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
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO SETLSUM           *
      *----------------------------------------------------------------*
       1020-TESTAR-FS-SETLSUM          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-SETLSUM          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              SETLSUM               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-SETLSUM
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'SETLSUM'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-SETLSUM   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO SETLDEC           *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-SETLDEC          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-SETLDEC          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              SETLDEC               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-SETLDEC
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'SETLDEC'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-SETLDEC   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO SETLDSP           *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-SETLDSP          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-SETLDSP          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              SETLDSP               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-SETLDSP
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'SETLDSP'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-SETLDSP   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR O NOSSO RESUMO DE ACERTO (SETLSUM) E   *
      *    REGISTRAR AS DUAS OPERADORAS DE CADA PAR COMO PARCEIRAS     *
      *----------------------------------------------------------------*
       1100-CARREGAR-SETLSUM           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT SETLSUM.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-SETLSUM.
      *
           PERFORM 1110-LER-SETLSUM    UNTIL WRK-SETLSUM-ESGOTADO.
      *
           CLOSE SETLSUM.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-SETLSUM.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO SETLSUM E CARREGAR NA TABELA *
      *----------------------------------------------------------------*
       1110-LER-SETLSUM                SECTION.
      *----------------------------------------------------------------*
      *
           READ SETLSUM.
      *
           IF (WRK-FS-SETLSUM          EQUAL '10')
               SET WRK-SETLSUM-ESGOTADO TO TRUE
               GO TO 1110-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-SETLSUM.
           ADD  1                      TO ACU-SUM-LIDOS.
      *
           IF (WRK-QTD-NOSSO           NOT LESS THAN 600)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DO RESUMO SETLSUM CHEIA    *'
               DISPLAY '*  LIMITE DE 600 PARES EXCEDIDO      *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-NOSSO.
           MOVE FD-SUM-ORIG-EOT        TO
                                   WRK-NOS-ORIG-EOT(WRK-QTD-NOSSO).
           MOVE FD-SUM-DEST-EOT        TO
                                   WRK-NOS-DEST-EOT(WRK-QTD-NOSSO).
           MOVE FD-SUM-CLASSIFICACAO   TO
                                   WRK-NOS-CLASSIF(WRK-QTD-NOSSO).
           MOVE FD-SUM-QTD-CHAMADAS    TO WRK-NOS-QTD(WRK-QTD-NOSSO).
           MOVE FD-SUM-MINUTOS         TO
                                   WRK-NOS-MINUTOS(WRK-QTD-NOSSO).
           MOVE FD-SUM-VALOR           TO WRK-NOS-VALOR(WRK-QTD-NOSSO).
           MOVE 'N'                    TO
                                   WRK-NOS-DECL-ORIG(WRK-QTD-NOSSO)
                                   WRK-NOS-DECL-DEST(WRK-QTD-NOSSO).
      *
           MOVE FD-SUM-ORIG-EOT        TO WRK-EOT-PARCEIRO.
           PERFORM 1400-INCLUIR-PARCEIRO.
           MOVE FD-SUM-DEST-EOT        TO WRK-EOT-PARCEIRO.
           PERFORM 1400-INCLUIR-PARCEIRO.
      *
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR AS DECLARACOES DAS OPERADORAS          *
      *    PARCEIRAS (SETLDEC)                                         *
      *----------------------------------------------------------------*
       1200-CARREGAR-DECLARACOES       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT SETLDEC.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-SETLDEC.
      *
           MOVE SPACES                 TO WRK-DECLARANTE-ATUAL.
           PERFORM 1210-LER-DECLARACAO UNTIL WRK-SETLDEC-ESGOTADO.
      *
           CLOSE SETLDEC.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-SETLDEC.
      *
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO SETLDEC. O HEADER 'H' DEFINE *
      *    A OPERADORA DECLARANTE DOS DETALHES 'D' SEGUINTES; DETALHE  *
      *    SEM HEADER ANTERIOR OU DE TIPO DESCONHECIDO E REJEITADO.    *
      *----------------------------------------------------------------*
       1210-LER-DECLARACAO             SECTION.
      *----------------------------------------------------------------*
      *
           READ SETLDEC.
      *
           IF (WRK-FS-SETLDEC          EQUAL '10')
               SET WRK-SETLDEC-ESGOTADO TO TRUE
               GO TO 1210-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-SETLDEC.
           ADD  1                      TO ACU-DEC-LIDOS.
      *
           IF FD-DEC-HEADER
               MOVE FD-DEC-EOT-DECLARANTE TO WRK-DECLARANTE-ATUAL
                                             WRK-EOT-PARCEIRO
               PERFORM 1400-INCLUIR-PARCEIRO
               MOVE FD-DEC-MES-REFERENCIA TO
                                   WRK-PAR-MES-REF(WRK-POS-PARCEIRO)
               MOVE 'S'            TO
                                   WRK-PAR-DECLAROU(WRK-POS-PARCEIRO)
               GO TO 1210-99-FIM
           END-IF.
      *
           IF (NOT FD-DEC-DETALHE)     OR
              (WRK-DECLARANTE-ATUAL    EQUAL SPACES)
               ADD  1                  TO ACU-DEC-REJEITADOS
               GO TO 1210-99-FIM
           END-IF.
      *
           IF (WRK-QTD-DECLARACAO      NOT LESS THAN 2000)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DE DECLARACOES CHEIA       *'
               DISPLAY '*  LIMITE DE 2000 LINHAS EXCEDIDO    *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-DECLARACAO.
           MOVE WRK-DECLARANTE-ATUAL   TO
                               WRK-DCL-DECLARANTE(WRK-QTD-DECLARACAO).
           MOVE FD-DEC-ORIG-EOT        TO
                               WRK-DCL-ORIG-EOT(WRK-QTD-DECLARACAO).
           MOVE FD-DEC-DEST-EOT        TO
                               WRK-DCL-DEST-EOT(WRK-QTD-DECLARACAO).
           MOVE FD-DEC-CLASSIFICACAO   TO
                               WRK-DCL-CLASSIF(WRK-QTD-DECLARACAO).
           MOVE FD-DEC-QTD-CHAMADAS    TO
                               WRK-DCL-QTD(WRK-QTD-DECLARACAO).
           MOVE FD-DEC-MINUTOS         TO
                               WRK-DCL-MINUTOS(WRK-QTD-DECLARACAO).
           MOVE FD-DEC-VALOR           TO
                               WRK-DCL-VALOR(WRK-QTD-DECLARACAO).
      *
      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA INCLUIR UM EOT NA TABELA DE PARCEIRAS, MANTENDO *
      *    A ORDEM POR EOT. DEVOLVE A POSICAO EM WRK-POS-PARCEIRO.     *
      *----------------------------------------------------------------*
       1400-INCLUIR-PARCEIRO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-PARC.
           MOVE ZERO                   TO WRK-POS-PARCEIRO.
      *
           PERFORM 1410-COMPARAR-PARCEIRO
               VARYING WRK-IDX-PARCEIRO FROM 1 BY 1
               UNTIL   WRK-IDX-PARCEIRO GREATER THAN WRK-QTD-PARCEIRO
                    OR WRK-POS-PARCEIRO NOT EQUAL ZERO.
      *
           IF WRK-PARCEIRO-ACHOU
               GO TO 1400-99-FIM
           END-IF.
      *
           IF (WRK-QTD-PARCEIRO        NOT LESS THAN 500)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DE OPERADORAS PARCEIRAS    *'
               DISPLAY '*  CHEIA - LIMITE DE 500 EXCEDIDO    *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           IF (WRK-POS-PARCEIRO        EQUAL ZERO)
               COMPUTE WRK-POS-PARCEIRO = WRK-QTD-PARCEIRO + 1
           ELSE
               PERFORM 1420-DESLOCAR-PARCEIRO
                   VARYING WRK-IDX-PARCEIRO FROM WRK-QTD-PARCEIRO BY -1
                   UNTIL   WRK-IDX-PARCEIRO LESS THAN WRK-POS-PARCEIRO
           END-IF.
      *
           ADD  1                      TO WRK-QTD-PARCEIRO.
           MOVE WRK-EOT-PARCEIRO       TO WRK-PAR-EOT(WRK-POS-PARCEIRO).
           MOVE SPACES                 TO
                               WRK-PAR-MES-REF(WRK-POS-PARCEIRO).
           MOVE 'N'                    TO
                               WRK-PAR-DECLAROU(WRK-POS-PARCEIRO).
      *
      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE PARCEIRAS COM O   *
      *    EOT A INCLUIR: IGUAL (JA EXISTE) OU MAIOR (PONTO DE         *
      *    INCLUSAO)                                                   *
      *----------------------------------------------------------------*
       1410-COMPARAR-PARCEIRO          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-PAR-EOT(WRK-IDX-PARCEIRO) EQUAL WRK-EOT-PARCEIRO)
               SET WRK-PARCEIRO-ACHOU  TO TRUE
               MOVE WRK-IDX-PARCEIRO   TO WRK-POS-PARCEIRO
           ELSE
               IF (WRK-PAR-EOT(WRK-IDX-PARCEIRO)
                                       GREATER THAN WRK-EOT-PARCEIRO)
                   MOVE WRK-IDX-PARCEIRO TO WRK-POS-PARCEIRO
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA DESLOCAR UMA POSICAO ABAIXO UM ITEM DA TABELA   *
      *    DE PARCEIRAS, ABRINDO ESPACO PARA A INCLUSAO                *
      *----------------------------------------------------------------*
       1420-DESLOCAR-PARCEIRO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TAB-PARCEIRO-ITEM(WRK-IDX-PARCEIRO)
                     TO WRK-TAB-PARCEIRO-ITEM(WRK-IDX-PARCEIRO + 1).
      *
      *----------------------------------------------------------------*
       1420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSOS: UMA SECAO DO RELATORIO POR OPERADORA   *
      *    PARCEIRA                                                    *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2100-RECONCILIAR-PARCEIRO
               VARYING WRK-IDX-PARCEIRO FROM 1 BY 1
               UNTIL   WRK-IDX-PARCEIRO GREATER THAN WRK-QTD-PARCEIRO.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFRONTAR UMA OPERADORA PARCEIRA: PRIMEIRO AS  *
      *    LINHAS QUE ELA DECLAROU, DEPOIS OS PARES DO NOSSO RESUMO EM *
      *    QUE ELA E ORIGEM OU DESTINO E QUE ELA NAO DECLAROU          *
      *----------------------------------------------------------------*
       2100-RECONCILIAR-PARCEIRO       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PAR-EOT(WRK-IDX-PARCEIRO) TO WRK-PARCEIRO-ATUAL.
           MOVE ZERO                   TO WRK-CNT-CONFEREM
                                          WRK-CNT-DIVERGENTES
                                          WRK-CNT-SO-NOSSO
                                          WRK-CNT-SO-PARCEIRO
                                          WRK-CNT-INVALIDOS.
      *
           PERFORM 2110-EMITIR-CABECALHO.
      *
           PERFORM 2200-CONFERIR-DECLARACAO
               VARYING WRK-IDX-DECLARACAO FROM 1 BY 1
               UNTIL   WRK-IDX-DECLARACAO GREATER THAN
                                          WRK-QTD-DECLARACAO.
      *
           PERFORM 2300-LISTAR-SO-NOSSO
               VARYING WRK-IDX-NOSSO FROM 1 BY 1
               UNTIL   WRK-IDX-NOSSO GREATER THAN WRK-QTD-NOSSO.
      *
           PERFORM 2400-EMITIR-TOTAL-PARCEIRO.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR O CABECALHO DA OPERADORA PARCEIRA        *
      *----------------------------------------------------------------*
       2110-EMITIR-CABECALHO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PARCEIRO-ATUAL     TO WRK-CP1-EOT
                                          WRK-EOT-PROCURADO.
           PERFORM 1013-OBTER-NOME-OPERADORA.
           MOVE WRK-NOME-OPERADORA     TO WRK-CP1-NOME.
      *
           IF (WRK-PAR-DECLAROU(WRK-IDX-PARCEIRO) EQUAL 'S')
               MOVE WRK-PAR-MES-REF(WRK-IDX-PARCEIRO) TO WRK-CP2-MES
           ELSE
               MOVE 'NAO ENVIADA'      TO WRK-CP2-MES
           END-IF.
           MOVE WRK-TOLERANCIA         TO WRK-CP2-TOLERANCIA.
      *
           WRITE FD-REG-SETLDSP        FROM WRK-CAB-PARC-1.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-SETLDSP.
           WRITE FD-REG-SETLDSP        FROM WRK-CAB-PARC-2.
           PERFORM 1040-TESTAR-FS-SETLDSP.
           WRITE FD-REG-SETLDSP        FROM WRK-CAB-PARC-3.
           PERFORM 1040-TESTAR-FS-SETLDSP.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFERIR UMA LINHA DECLARADA PELA PARCEIRA      *
      *    ATUAL CONTRA O NOSSO RESUMO                                 *
      *----------------------------------------------------------------*
       2200-CONFERIR-DECLARACAO        SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-DCL-DECLARANTE(WRK-IDX-DECLARACAO)
                                       NOT EQUAL WRK-PARCEIRO-ATUAL)
               GO TO 2200-99-FIM
           END-IF.
      *
           INITIALIZE WRK-TAB-MEDIDA.
           MOVE SPACES                 TO WRK-FLAG-COMPARAR.
           MOVE WRK-DCL-ORIG-EOT(WRK-IDX-DECLARACAO)
                                       TO WRK-PAR-ORIG-EOT.
           MOVE WRK-DCL-DEST-EOT(WRK-IDX-DECLARACAO)
                                       TO WRK-PAR-DEST-EOT.
           MOVE WRK-DCL-CLASSIF(WRK-IDX-DECLARACAO)  TO WRK-PAR-CLASSIF.
           MOVE WRK-DCL-QTD(WRK-IDX-DECLARACAO)      TO
                                          WRK-MED-PARCEIRO(1).
           MOVE WRK-DCL-MINUTOS(WRK-IDX-DECLARACAO)  TO
                                          WRK-MED-PARCEIRO(2).
           MOVE WRK-DCL-VALOR(WRK-IDX-DECLARACAO)    TO
                                          WRK-MED-PARCEIRO(3).
      *
      *    A PARCEIRA SO PODE DECLARAR TRAFEGO EM QUE ELA E PARTE
           IF (WRK-PAR-ORIG-EOT        NOT EQUAL WRK-PARCEIRO-ATUAL) AND
              (WRK-PAR-DEST-EOT        NOT EQUAL WRK-PARCEIRO-ATUAL)
               MOVE 'PAR INVALIDO'     TO WRK-SITUACAO-PAR
               ADD  1                  TO WRK-CNT-INVALIDOS
                                          ACU-PARES-INVALIDOS
               PERFORM 2220-AVALIAR-MEDIDA
                   VARYING WRK-IDX-MEDIDA FROM 1 BY 1
                   UNTIL   WRK-IDX-MEDIDA GREATER THAN 3
               PERFORM 2500-IMPRIMIR-PAR
               GO TO 2200-99-FIM
           END-IF.
      *
           PERFORM 2210-PROCURAR-NOSSO.
      *
           IF NOT WRK-NOSSO-ACHOU
               MOVE 'SO PARCEIRO'      TO WRK-SITUACAO-PAR
               ADD  1                  TO WRK-CNT-SO-PARCEIRO
                                          ACU-PARES-SO-PARCEIRO
               PERFORM 2220-AVALIAR-MEDIDA
                   VARYING WRK-IDX-MEDIDA FROM 1 BY 1
                   UNTIL   WRK-IDX-MEDIDA GREATER THAN 3
               PERFORM 2500-IMPRIMIR-PAR
               GO TO 2200-99-FIM
           END-IF.
      *
           IF (WRK-PAR-ORIG-EOT        EQUAL WRK-PARCEIRO-ATUAL)
               MOVE 'S'                TO
                                   WRK-NOS-DECL-ORIG(WRK-POS-NOSSO)
           END-IF.
           IF (WRK-PAR-DEST-EOT        EQUAL WRK-PARCEIRO-ATUAL)
               MOVE 'S'                TO
                                   WRK-NOS-DECL-DEST(WRK-POS-NOSSO)
           END-IF.
      *
           MOVE WRK-NOS-QTD(WRK-POS-NOSSO)     TO WRK-MED-NOSSO(1).
           MOVE WRK-NOS-MINUTOS(WRK-POS-NOSSO) TO WRK-MED-NOSSO(2).
           MOVE WRK-NOS-VALOR(WRK-POS-NOSSO)   TO WRK-MED-NOSSO(3).
      *
           SET WRK-COMPARAR-MEDIDAS    TO TRUE.
           MOVE SPACES                 TO WRK-FLAG-DIVERGENTE.
           PERFORM 2220-AVALIAR-MEDIDA
               VARYING WRK-IDX-MEDIDA FROM 1 BY 1
               UNTIL   WRK-IDX-MEDIDA GREATER THAN 3.
      *
           IF WRK-PAR-DIVERGENTE
               MOVE 'DIVERGENTE'       TO WRK-SITUACAO-PAR
               ADD  1                  TO WRK-CNT-DIVERGENTES
                                          ACU-PARES-DIVERGENTES
           ELSE
               MOVE 'CONFERE'          TO WRK-SITUACAO-PAR
               ADD  1                  TO WRK-CNT-CONFEREM
                                          ACU-PARES-CONFEREM
           END-IF.
      *
           PERFORM 2500-IMPRIMIR-PAR.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR NO NOSSO RESUMO O PAR E A              *
      *    CLASSIFICACAO DA LINHA DECLARADA                            *
      *----------------------------------------------------------------*
       2210-PROCURAR-NOSSO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-NOSSO.
           MOVE ZERO                   TO WRK-POS-NOSSO.
      *
           PERFORM 2215-COMPARAR-NOSSO
               VARYING WRK-IDX-NOSSO FROM 1 BY 1
               UNTIL   WRK-IDX-NOSSO GREATER THAN WRK-QTD-NOSSO
                    OR WRK-NOSSO-ACHOU.
      *
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DO NOSSO RESUMO COM O PAR      *
      *    DECLARADO                                                   *
      *----------------------------------------------------------------*
       2215-COMPARAR-NOSSO             SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-NOS-ORIG-EOT(WRK-IDX-NOSSO) EQUAL WRK-PAR-ORIG-EOT)
              AND
              (WRK-NOS-DEST-EOT(WRK-IDX-NOSSO) EQUAL WRK-PAR-DEST-EOT)
              AND
              (WRK-NOS-CLASSIF(WRK-IDX-NOSSO)  EQUAL WRK-PAR-CLASSIF)
               SET WRK-NOSSO-ACHOU     TO TRUE
               MOVE WRK-IDX-NOSSO      TO WRK-POS-NOSSO
           END-IF.
      *
      *----------------------------------------------------------------*
       2215-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CALCULAR A DIFERENCA (PARCEIRO - NOSSO) DE UMA  *
      *    MEDIDA E, NOS PARES PRESENTES DOS DOIS LADOS, MARCAR COM    *
      *    '*' A DIFERENCA ACIMA DA TOLERANCIA PERCENTUAL SOBRE O      *
      *    NOSSO NUMERO                                                *
      *----------------------------------------------------------------*
       2220-AVALIAR-MEDIDA             SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-MED-DIFERENCA(WRK-IDX-MEDIDA) =
                   WRK-MED-PARCEIRO(WRK-IDX-MEDIDA) -
                   WRK-MED-NOSSO(WRK-IDX-MEDIDA).
           MOVE SPACES                 TO WRK-MED-MARCA(WRK-IDX-MEDIDA).
      *
           IF NOT WRK-COMPARAR-MEDIDAS
               GO TO 2220-99-FIM
           END-IF.
      *
           IF (WRK-MED-DIFERENCA(WRK-IDX-MEDIDA) LESS THAN ZERO)
               COMPUTE WRK-MED-ABSOLUTA =
                       ZERO - WRK-MED-DIFERENCA(WRK-IDX-MEDIDA)
           ELSE
               MOVE WRK-MED-DIFERENCA(WRK-IDX-MEDIDA)
                                       TO WRK-MED-ABSOLUTA
           END-IF.
      *
           COMPUTE WRK-MED-LIMITE =
                   WRK-MED-NOSSO(WRK-IDX-MEDIDA) * WRK-TOLERANCIA / 100.
      *
           IF (WRK-MED-ABSOLUTA        GREATER THAN WRK-MED-LIMITE)
               MOVE '*'                TO WRK-MED-MARCA(WRK-IDX-MEDIDA)
               SET WRK-PAR-DIVERGENTE  TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LISTAR UM PAR DO NOSSO RESUMO EM QUE A PARCEIRA *
      *    ATUAL E PARTE E QUE ELA NAO DECLAROU                        *
      *----------------------------------------------------------------*
       2300-LISTAR-SO-NOSSO            SECTION.
      *----------------------------------------------------------------*
      *
           IF ((WRK-NOS-ORIG-EOT(WRK-IDX-NOSSO)
                                       EQUAL WRK-PARCEIRO-ATUAL) AND
               (WRK-NOS-DECL-ORIG(WRK-IDX-NOSSO) NOT EQUAL 'S'))
              OR
              ((WRK-NOS-DEST-EOT(WRK-IDX-NOSSO)
                                       EQUAL WRK-PARCEIRO-ATUAL) AND
               (WRK-NOS-DECL-DEST(WRK-IDX-NOSSO) NOT EQUAL 'S'))
               CONTINUE
           ELSE
               GO TO 2300-99-FIM
           END-IF.
      *
           INITIALIZE WRK-TAB-MEDIDA.
           MOVE SPACES                 TO WRK-FLAG-COMPARAR.
           MOVE WRK-NOS-ORIG-EOT(WRK-IDX-NOSSO) TO WRK-PAR-ORIG-EOT.
           MOVE WRK-NOS-DEST-EOT(WRK-IDX-NOSSO) TO WRK-PAR-DEST-EOT.
           MOVE WRK-NOS-CLASSIF(WRK-IDX-NOSSO)  TO WRK-PAR-CLASSIF.
           MOVE WRK-NOS-QTD(WRK-IDX-NOSSO)      TO WRK-MED-NOSSO(1).
           MOVE WRK-NOS-MINUTOS(WRK-IDX-NOSSO)  TO WRK-MED-NOSSO(2).
           MOVE WRK-NOS-VALOR(WRK-IDX-NOSSO)    TO WRK-MED-NOSSO(3).
      *
           PERFORM 2220-AVALIAR-MEDIDA
               VARYING WRK-IDX-MEDIDA FROM 1 BY 1
               UNTIL   WRK-IDX-MEDIDA GREATER THAN 3.
      *
           MOVE 'SO NOSSO'             TO WRK-SITUACAO-PAR.
           ADD  1                      TO WRK-CNT-SO-NOSSO
                                          ACU-PARES-SO-NOSSO.
      *
           PERFORM 2500-IMPRIMIR-PAR.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR O TOTAL DA OPERADORA PARCEIRA            *
      *----------------------------------------------------------------*
       2400-EMITIR-TOTAL-PARCEIRO      SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CNT-CONFEREM       TO WRK-TPC-CONFEREM.
           MOVE WRK-CNT-DIVERGENTES    TO WRK-TPC-DIVERGENTES.
           MOVE WRK-CNT-SO-NOSSO       TO WRK-TPC-SO-NOSSO.
           MOVE WRK-CNT-SO-PARCEIRO    TO WRK-TPC-SO-PARCEIRO.
           MOVE WRK-CNT-INVALIDOS      TO WRK-TPC-INVALIDOS.
      *
           WRITE FD-REG-SETLDSP        FROM WRK-TOT-PARC.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-SETLDSP.
           WRITE FD-REG-SETLDSP        FROM WRK-LINHA-BRANCO.
           PERFORM 1040-TESTAR-FS-SETLDSP.
      *
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR UM PAR: UMA LINHA POR MEDIDA, COM A    *
      *    IDENTIFICACAO DO PAR E A SITUACAO NA PRIMEIRA               *
      *----------------------------------------------------------------*
       2500-IMPRIMIR-PAR               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PAR-ORIG-EOT       TO WRK-DPR-ORIG-EOT.
           MOVE WRK-PAR-DEST-EOT       TO WRK-DPR-DEST-EOT.
           MOVE WRK-PAR-CLASSIF        TO WRK-DPR-CLASSIF.
           MOVE WRK-SITUACAO-PAR       TO WRK-DPR-SITUACAO.
      *
           PERFORM 2510-IMPRIMIR-MEDIDA
               VARYING WRK-IDX-MEDIDA FROM 1 BY 1
               UNTIL   WRK-IDX-MEDIDA GREATER THAN 3.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR UMA MEDIDA DO PAR. CHAMADAS E MINUTOS  *
      *    SAEM SEM DECIMAIS; O VALOR SAI COM DUAS CASAS.              *
      *----------------------------------------------------------------*
       2510-IMPRIMIR-MEDIDA            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DESC-MEDIDA(WRK-IDX-MEDIDA) TO WRK-DPR-MEDIDA.
           MOVE WRK-MED-MARCA(WRK-IDX-MEDIDA)   TO WRK-DPR-MARCA.
      *
           IF (WRK-IDX-MEDIDA          EQUAL 3)
               MOVE WRK-MED-NOSSO(3)   TO WRK-DPR-NOSSO
               MOVE WRK-MED-PARCEIRO(3) TO WRK-DPR-PARCEIRO
               MOVE WRK-MED-DIFERENCA(3) TO WRK-DPR-DIFERENCA
           ELSE
               MOVE SPACES             TO WRK-DPR-NOSSO-Q
                                          WRK-DPR-PARCEIRO-Q
                                          WRK-DPR-DIFERENCA-Q
               MOVE WRK-MED-NOSSO(WRK-IDX-MEDIDA)
                                       TO WRK-DPR-NOSSO-QTD
               MOVE WRK-MED-PARCEIRO(WRK-IDX-MEDIDA)
                                       TO WRK-DPR-PARCEIRO-QTD
               MOVE WRK-MED-DIFERENCA(WRK-IDX-MEDIDA)
                                       TO WRK-DPR-DIFERENCA-QTD
           END-IF.
      *
           WRITE FD-REG-SETLDSP        FROM WRK-DET-PAR.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-SETLDSP.
      *
           MOVE SPACES                 TO WRK-DPR-ORIG-EOT
                                          WRK-DPR-DEST-EOT
                                          WRK-DPR-CLASSIF
                                          WRK-DPR-SITUACAO.
      *
      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO: FECHA O RELATORIO E DEFINE O         *
      *    RETURN-CODE                                                 *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE  SETLDSP.
      *
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-SETLDSP.
      *
           PERFORM 3100-EMITIR-ESTATISTICAS.
      *
           IF (ACU-PARES-DIVERGENTES   GREATER THAN ZERO) OR
              (ACU-PARES-SO-NOSSO      GREATER THAN ZERO) OR
              (ACU-PARES-SO-PARCEIRO   GREATER THAN ZERO) OR
              (ACU-PARES-INVALIDOS     GREATER THAN ZERO) OR
              (ACU-DEC-REJEITADOS      GREATER THAN ZERO)
               MOVE 4                  TO RETURN-CODE
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
           DISPLAY '* SETLDSP1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* SETLSUM  |  I  | TOTAL REG.    | ' ACU-SUM-LIDOS
           '     *'.
           DISPLAY '* SETLDEC  |  I  | TOTAL REG.    | ' ACU-DEC-LIDOS
           '     *'.
           DISPLAY '* SETLDEC  |  I  | REJEITADOS    | '
           ACU-DEC-REJEITADOS '     *'.
           DISPLAY '* SETLDSP  |  O  | CONFEREM      | '
           ACU-PARES-CONFEREM '     *'.
           DISPLAY '* SETLDSP  |  O  | DIVERGENTES   | '
           ACU-PARES-DIVERGENTES '     *'.
           DISPLAY '* SETLDSP  |  O  | SO NOSSO      | '
           ACU-PARES-SO-NOSSO '     *'.
           DISPLAY '* SETLDSP  |  O  | SO PARCEIRO   | '
           ACU-PARES-SO-PARCEIRO '     *'.
           DISPLAY '* SETLDSP  |  O  | PAR INVALIDO  | '
           ACU-PARES-INVALIDOS '     *'.
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
