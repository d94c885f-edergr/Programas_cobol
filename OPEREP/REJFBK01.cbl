      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. REJFBK01.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  REJFBK01                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  RETORNO DE REJEITADOS AS OPERADORAS: JUNTA   *
      *                   OS REJEITADOS DA NOITE DO CADUP001 (CADUPREJ)*
      *                   E DO RANGEMOB (RNGEREJ), CLASSIFICA POR EOT  *
      *                   DO REGISTRO E GERA UM ARQUIVO DE RETORNO POR *
      *                   OPERADORA, COM O REGISTRO REJEITADO, O       *
      *                   CODIGO DO MOTIVO E A DESCRICAO DO MOTIVO.    *
      *                   MANTEM TAMBEM A BASE DE AGING DE REJEITADOS  *
      *                   (REJAGEB): O RANGE REJEITADO ENTRA NA BASE NA*
      *                   PRIMEIRA REJEICAO E SAI QUANDO A VERSAO      *
      *                   CORRIGIDA VOLTA PELO CADUPCRR/RNGECRR E NAO  *
      *                   E REJEITADA DE NOVO.                         *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  CADUPREJ                    (VIDE FD)         *
      *                  RNGEREJ                     (VIDE FD)         *
      *                  CADUPCRR                    CADPWDAT          *
      *                  RNGECRR                     CADPWDAT          *
      *                  REJFWRK                     (VIDE FD)         *
      *                  REJFEOT                     (VIDE FD)         *
      *                  REJFCHV                     (VIDE FD)         *
      *                  REJFBKS                     (VIDE FD)         *
      *                  REJAGEB                     REJAGECP          *
      *                  REJAGEN                     REJAGECP          *
      *                  REJFREL                     (VIDE FD)         *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: CADUPREJ - REJEITADOS DA NOITE DO CADUP001    *
      *                             (MOTIVO + REGISTRO CADPWDAT)       *
      *                  RNGEREJ  - REJEITADOS DA NOITE DO RANGEMOB    *
      *                             (MOTIVO + REGISTRO RNGEWTEL)       *
      *                  CADUPCRR - CORRECOES DE REJEITADOS REENVIADAS *
      *                             AO CADUP001 NA NOITE               *
      *                  RNGECRR  - CORRECOES DE REJEITADOS REENVIADAS *
      *                             AO RANGEMOB NA NOITE               *
      *                  REJFWRK  - TRABALHO: REJEITADOS E CORRECOES   *
      *                             MARCADOS COM A ORIGEM              *
      *                  REJFEOT  - TRABALHO: REJFWRK CLASSIFICADO POR *
      *                             EOT (ARQUIVOS DE RETORNO)          *
      *                  REJFCHV  - TRABALHO: REJFWRK CLASSIFICADO POR *
      *                             ORIGEM + CHAVE DO RANGE (AGING)    *
      *                  REJFBKS  - RETORNO DE UMA OPERADORA; O        *
      *                             CAMINHO E O DE REJFBKS_PATH        *
      *                             ACRESCIDO DE '.' + EOT ('.SEMEOT'  *
      *                             PARA REGISTRO SEM EOT)             *
      *                  REJAGEB  - BASE DE AGING DE REJEITADOS        *
      *                             (AUSENTE NA PRIMEIRA EXECUCAO)     *
      *                  REJAGEN  - NOVA BASE DE AGING (TRABALHO,      *
      *                             COPIADA PARA O REJAGEB AO FINAL)   *
      *                  REJFREL  - RESUMO DA NOITE POR OPERADORA      *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: REJFBK_DATA - NOITE PROCESSADA (AAAAMMDD),    *
      *                                DATA DE ENTRADA NA BASE DE      *
      *                                AGING; SE OMITIDA VALE HOJE     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DO RETORNO DE REJEITADOS *
      *                        POR OPERADORA E DA BASE DE AGING.       *
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
           SELECT CADUPREJ             ASSIGN
           TO DYNAMIC                  WRK-PATH-CADUPREJ
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CADUPREJ.
      *
           SELECT RNGEREJ              ASSIGN
           TO DYNAMIC                  WRK-PATH-RNGEREJ
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-RNGEREJ.
      *
           SELECT CADUPCRR             ASSIGN
           TO DYNAMIC                  WRK-PATH-CADUPCRR
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CADUPCRR.
      *
           SELECT RNGECRR              ASSIGN
           TO DYNAMIC                  WRK-PATH-RNGECRR
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-RNGECRR.
      *
           SELECT REJFWRK              ASSIGN
           TO DYNAMIC                  WRK-PATH-REJFWRK
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-REJFWRK.
      *
           SELECT REJFEOT              ASSIGN
           TO DYNAMIC                  WRK-PATH-REJFEOT
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-REJFEOT.
      *
           SELECT REJFCHV              ASSIGN
           TO DYNAMIC                  WRK-PATH-REJFCHV
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-REJFCHV.
      *
           SELECT ORDENACAO            ASSIGN TO 'SORTWK01'.
      *
           SELECT REJFBKS              ASSIGN
           TO DYNAMIC                  WRK-PATH-REJFBKS
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-REJFBKS.
      *
           SELECT REJAGEB              ASSIGN
           TO DYNAMIC                  WRK-PATH-REJAGEB
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-REJAGEB.
      *
           SELECT REJAGEN              ASSIGN
           TO DYNAMIC                  WRK-PATH-REJAGEN
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-REJAGEN.
      *
           SELECT REJFREL              ASSIGN
           TO DYNAMIC                  WRK-PATH-REJFREL
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-REJFREL.
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
      *    ENTRADA......: REJEITADOS DA NOITE DO CADUP001              *
      *----------------------------------------------------------------*
       FD  CADUPREJ
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CADUPREJ.
           05  FD-CRJ-MOTIVO           PIC  X(003).
           05  FD-CRJ-REGISTRO         PIC  X(071).
      *----------------------------------------------------------------*
      *    ENTRADA......: REJEITADOS DA NOITE DO RANGEMOB              *
      *----------------------------------------------------------------*
       FD  RNGEREJ
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-RNGEREJ.
           05  FD-RRJ-MOTIVO           PIC  X(003).
           05  FD-RRJ-REGISTRO         PIC  X(071).
      *----------------------------------------------------------------*
      *    ENTRADA......: CORRECOES DE REJEITADOS DO CADUP001          *
      *----------------------------------------------------------------*
       FD  CADUPCRR
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CADUPCRR             PIC  X(071).
      *----------------------------------------------------------------*
      *    ENTRADA......: CORRECOES DE REJEITADOS DO RANGEMOB          *
      *----------------------------------------------------------------*
       FD  RNGECRR
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-RNGECRR              PIC  X(071).
      *----------------------------------------------------------------*
      *    TRABALHO.....: REJEITADOS E CORRECOES MARCADOS              *
      *----------------------------------------------------------------*
       FD  REJFWRK
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-REJFWRK              PIC  X(120).
      *----------------------------------------------------------------*
      *    TRABALHO.....: CLASSIFICADO POR EOT                         *
      *----------------------------------------------------------------*
       FD  REJFEOT
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-REJFEOT              PIC  X(120).
      *----------------------------------------------------------------*
      *    TRABALHO.....: CLASSIFICADO POR ORIGEM + CHAVE DO RANGE     *
      *----------------------------------------------------------------*
       FD  REJFCHV
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-REJFCHV              PIC  X(120).
      *----------------------------------------------------------------*
      *    ORDENACAO....: REJEITADOS E CORRECOES                       *
      *----------------------------------------------------------------*
       SD  ORDENACAO.
      *
       01  SRT-REGISTRO.
           05  SRT-EOT                  PIC  X(003).
           05  SRT-ORIGEM               PIC  X(008).
           05  SRT-CHAVE                PIC  X(011).
           05  SRT-TIPO                 PIC  X(001).
           05  FILLER                   PIC  X(097).
      *----------------------------------------------------------------*
      *    SAIDA........: RETORNO DE REJEITADOS DE UMA OPERADORA       *
      *----------------------------------------------------------------*
       FD  REJFBKS
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-REJFBKS              PIC  X(150).
      *----------------------------------------------------------------*
      *    ENTRADA......: BASE DE AGING DE REJEITADOS                  *
      *----------------------------------------------------------------*
       FD  REJAGEB
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-REJAGEB              PIC  X(120).
      *----------------------------------------------------------------*
      *    SAIDA........: NOVA BASE DE AGING DE REJEITADOS             *
      *----------------------------------------------------------------*
       FD  REJAGEN
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-REJAGEN              PIC  X(120).
      *----------------------------------------------------------------*
      *    SAIDA........: RESUMO DA NOITE POR OPERADORA                *
      *----------------------------------------------------------------*
       FD  REJFREL
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-REJFREL              PIC  X(080).
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
           '*** REJFBK01 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-LIDOS-CADUPREJ  PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LIDOS-RNGEREJ   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LIDOS-CADUPCRR  PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LIDOS-RNGECRR   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LIDOS-REJAGEB   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-RETORNOS        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-DETALHES        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-NOVOS           PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-REINCIDENTES    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-CORRIGIDOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-CRR-SEM-BASE    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-GRAVADOS-REJAGEN
                                       PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO REGISTRO DE TRABALHO ***'.
      *----------------------------------------------------------------*
       01  WRK-REG-TRABALHO.
           05  WRK-TRB-EOT             PIC  X(003) VALUE SPACES.
           05  WRK-TRB-ORIGEM          PIC  X(008) VALUE SPACES.
           05  WRK-TRB-CHAVE           PIC  X(011) VALUE SPACES.
           05  WRK-TRB-TIPO            PIC  X(001) VALUE SPACES.
               88  WRK-TRB-REJEITADO               VALUE 'R'.
               88  WRK-TRB-CORRECAO                VALUE 'C'.
           05  WRK-TRB-MOTIVO          PIC  X(003) VALUE SPACES.
           05  WRK-TRB-REGISTRO        PIC  X(071) VALUE SPACES.
           05  FILLER                  PIC  X(023) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS REGISTROS DO RETORNO ***'.
      *----------------------------------------------------------------*
       01  WRK-REG-HEADER.
           05  WRK-HDR-TIPO            PIC  X(001) VALUE 'H'.
           05  WRK-HDR-DATA-GERACAO    PIC  9(008) VALUE ZEROS.
           05  WRK-HDR-ORIGEM          PIC  X(008) VALUE 'REJEITAD'.
           05  WRK-HDR-EOT             PIC  X(003) VALUE SPACES.
           05  FILLER                  PIC  X(130) VALUE SPACES.
      *----------------------------------------------------------------*
       01  WRK-REG-DETALHE.
           05  WRK-DET-TIPO            PIC  X(001) VALUE 'D'.
           05  WRK-DET-ORIGEM          PIC  X(008) VALUE SPACES.
           05  WRK-DET-MOTIVO          PIC  X(003) VALUE SPACES.
           05  WRK-DET-REGISTRO        PIC  X(071) VALUE SPACES.
           05  WRK-DET-DESCRICAO       PIC  X(060) VALUE SPACES.
           05  FILLER                  PIC  X(007) VALUE SPACES.
      *----------------------------------------------------------------*
       01  WRK-REG-TRAILER.
           05  WRK-TRL-TIPO            PIC  X(001) VALUE 'T'.
           05  WRK-TRL-QTD-DETALHES    PIC  9(009) VALUE ZEROS.
           05  FILLER                  PIC  X(140) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CONTROLE DO RETORNO CORRENTE ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-RETORNO.
           05  WRK-EOT-DESTINO         PIC  X(003) VALUE SPACES.
           05  WRK-SUFIXO-DESTINO      PIC  X(006) VALUE SPACES.
           05  WRK-QTD-DETALHES-EOT    PIC  9(009) VALUE ZEROS.
           05  WRK-FLAG-RETORNO        PIC  X(001) VALUE SPACES.
               88  WRK-RETORNO-ABERTO              VALUE 'S'.
           05  WRK-FLAG-FIM-TRABALHO   PIC  X(001) VALUE SPACES.
               88  WRK-TRABALHO-ESGOTADO           VALUE 'S'.
           05  WRK-IDX-MOTIVO          PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-MOTIVO   PIC  X(001) VALUE SPACES.
               88  WRK-MOTIVO-ACHOU                VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE BATIMENTO COM A BASE DE AGING ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-BATIMENTO.
           05  WRK-REG-BASE            PIC  X(120) VALUE SPACES.
           05  WRK-CHV-BASE            PIC  X(019) VALUE SPACES.
           05  WRK-CHV-BASE-ANT        PIC  X(019) VALUE LOW-VALUES.
           05  WRK-CHV-TRB             PIC  X(019) VALUE SPACES.
           05  WRK-CHV-GRUPO           PIC  X(019) VALUE SPACES.
           05  WRK-FLAG-GRUPO-REJ      PIC  X(001) VALUE SPACES.
               88  WRK-GRUPO-REJEITADO             VALUE 'S'.
           05  WRK-FLAG-GRUPO-CRR      PIC  X(001) VALUE SPACES.
               88  WRK-GRUPO-CORRIGIDO             VALUE 'S'.
           05  WRK-GRP-EOT             PIC  X(003) VALUE SPACES.
           05  WRK-GRP-MOTIVO          PIC  X(003) VALUE SPACES.
           05  WRK-GRP-REGISTRO        PIC  X(071) VALUE SPACES.
           05  WRK-DATA-REF-X          PIC  X(008) VALUE SPACES.
           05  WRK-DATA-REF            REDEFINES
               WRK-DATA-REF-X          PIC  9(008).
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO RESUMO POR OPERADORA ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-RESUMO.
           05  WRK-QTD-RESUMO          PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-RESUMO-ITEM     OCCURS 500 TIMES.
               10  WRK-RES-EOT         PIC  X(003).
               10  WRK-RES-REJ-NOITE   PIC  9(007) COMP-3.
               10  WRK-RES-NOVOS       PIC  9(007) COMP-3.
               10  WRK-RES-CORRIGIDOS  PIC  9(007) COMP-3.
               10  WRK-RES-PENDENTES   PIC  9(007) COMP-3.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-RESUMO.
           05  WRK-IDX-RESUMO          PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-RESUMO          PIC  9(004) COMP VALUE ZERO.
           05  WRK-EOT-PROCURADO       PIC  X(003) VALUE SPACES.
           05  WRK-FLAG-ACHOU-RES      PIC  X(001) VALUE SPACES.
               88  WRK-RESUMO-ACHOU                VALUE 'S'.
           05  WRK-TOT-REJ-NOITE       PIC  9(007) COMP-3 VALUE ZERO.
           05  WRK-TOT-NOVOS           PIC  9(007) COMP-3 VALUE ZERO.
           05  WRK-TOT-CORRIGIDOS      PIC  9(007) COMP-3 VALUE ZERO.
           05  WRK-TOT-PENDENTES       PIC  9(007) COMP-3 VALUE ZERO.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA MONTAGEM DO RESUMO ***'.
      *----------------------------------------------------------------*
       01  WRK-CAB-1.
           05  FILLER                  PIC  X(046) VALUE
               'REJFBK01 - RETORNO DE REJEITADOS AS OPERADORAS'.
           05  FILLER                  PIC  X(011) VALUE
               ' - NOITE DE'.
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-CB1-DATA            PIC  X(010).
           05  FILLER                  PIC  X(012) VALUE SPACES.
       01  WRK-CAB-2.
           05  FILLER                  PIC  X(008) VALUE 'EOT'.
           05  FILLER                  PIC  X(018) VALUE
               'REJEITADOS NOITE'.
           05  FILLER                  PIC  X(018) VALUE
               'NOVOS NA BASE'.
           05  FILLER                  PIC  X(018) VALUE
               'CORRIGIDOS'.
           05  FILLER                  PIC  X(018) VALUE
               'PENDENTES'.
       01  WRK-DET-RESUMO.
           05  WRK-DRS-EOT             PIC  X(006).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DRS-REJ-NOITE       PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(009) VALUE SPACES.
           05  WRK-DRS-NOVOS           PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(009) VALUE SPACES.
           05  WRK-DRS-CORRIGIDOS      PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(009) VALUE SPACES.
           05  WRK-DRS-PENDENTES       PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(009) VALUE SPACES.
       01  WRK-LINHA-BRANCO            PIC  X(080) VALUE SPACES.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'REJFBK01'.
           05  WRK-FS-CADUPREJ         PIC  X(002) VALUE SPACES.
           05  WRK-FS-RNGEREJ          PIC  X(002) VALUE SPACES.
           05  WRK-FS-CADUPCRR         PIC  X(002) VALUE SPACES.
           05  WRK-FS-RNGECRR          PIC  X(002) VALUE SPACES.
           05  WRK-FS-REJFWRK          PIC  X(002) VALUE SPACES.
           05  WRK-FS-REJFEOT          PIC  X(002) VALUE SPACES.
           05  WRK-FS-REJFCHV          PIC  X(002) VALUE SPACES.
           05  WRK-FS-REJFBKS          PIC  X(002) VALUE SPACES.
           05  WRK-FS-REJAGEB          PIC  X(002) VALUE SPACES.
           05  WRK-FS-REJAGEN          PIC  X(002) VALUE SPACES.
           05  WRK-FS-REJFREL          PIC  X(002) VALUE SPACES.
           05  WRK-FS-ERRLOG           PIC  X(002) VALUE SPACES.
           05  WRK-FS-ENTRADA          PIC  X(002) VALUE SPACES.
           05  WRK-ERRLOG-ARQUIVO      PIC  X(008) VALUE SPACES.
           05  WRK-ERRLOG-FS           PIC  X(002) VALUE SPACES.
           05  WRK-ERRLOG-FS-NUM       REDEFINES WRK-ERRLOG-FS
                                       PIC  9(002).
           05  WRK-FLAG-ABEND          PIC  X(001) VALUE SPACES.
               88  WRK-ABENDAR                     VALUE 'S'.
           05  WRK-FLAG-FIM-ENTRADA    PIC  X(001) VALUE SPACES.
               88  WRK-ENTRADA-ESGOTADA            VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS CAMINHOS DE ARQUIVO EM RUNTIME ***'.
      *----------------------------------------------------------------*
       01  WRK-CAMINHOS-ARQUIVO.
           05  WRK-PATH-CADUPREJ       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CADUPREJ.dat'.
           05  WRK-PATH-RNGEREJ        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\RNGEREJ.dat'.
           05  WRK-PATH-CADUPCRR       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CADUPCRR.dat'.
           05  WRK-PATH-RNGECRR        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\RNGECRR.dat'.
           05  WRK-PATH-REJFWRK        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\REJFWRK.dat'.
           05  WRK-PATH-REJFEOT        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\REJFEOT.dat'.
           05  WRK-PATH-REJFCHV        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\REJFCHV.dat'.
           05  WRK-PATH-REJFBKS        PIC  X(100) VALUE SPACES.
           05  WRK-PATH-BASE-RETORNO   PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\REJFBKS.dat'.
           05  WRK-PATH-REJAGEB        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\REJAGEB.dat'.
           05  WRK-PATH-REJAGEN        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\REJAGEN.dat'.
           05  WRK-PATH-REJFREL        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\REJFREL.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO REGISTRO DE RANGE (CADPWDAT) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-CADPWDAT.
           COPY CADPWDAT.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA BASE DE AGING (REJAGECP) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-REJAGE.
           COPY REJAGECP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS MOTIVOS DE REJEICAO (REJMOTCP) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-REJMOT.
           COPY REJMOTCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO LOG DE EXCECAO/ABEND (ERRLOG) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-ERRLOG.
           COPY ERRLOGCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** REJFBK01 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-MONTAR-TRABALHO.
           PERFORM 2000-GERAR-RETORNOS.
           PERFORM 2300-ATUALIZAR-AGING.
           PERFORM 2500-EMITIR-RESUMO.
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
           IF (WRK-DATA-REF-X          IS NUMERIC)
               CONTINUE
           ELSE
               ACCEPT WRK-DATA-REF-X   FROM DATE YYYYMMDD
           END-IF.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER OS CAMINHOS DE ARQUIVO E A DATA DA NOITE, *
      *    VIA VARIAVEIS DE AMBIENTE                                   *
      *----------------------------------------------------------------*
       1005-OBTER-CAMINHOS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CADUPREJ_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CADUPREJ
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'RNGEREJ_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-RNGEREJ
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CADUPCRR_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CADUPCRR
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'RNGECRR_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-RNGECRR
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'REJFWRK_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-REJFWRK
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'REJFEOT_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-REJFEOT
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'REJFCHV_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-REJFCHV
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'REJFBKS_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-BASE-RETORNO
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'REJAGEB_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-REJAGEB
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'REJAGEN_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-REJAGEN
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'REJFREL_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-REJFREL
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'ERRLOG_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-ERRLOG
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'REJFBK_DATA'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:8) TO WRK-DATA-REF-X
           END-IF.
      *
      *----------------------------------------------------------------*
       1005-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DOS ARQUIVOS DE ENTRADA DA   *
      *    NOITE (CADUPREJ/RNGEREJ/CADUPCRR/RNGECRR). O FS '35' E      *
      *    TOLERADO: O PROGRAMA DE ORIGEM NAO GEROU O ARQUIVO.         *
      *----------------------------------------------------------------*
       1010-TESTAR-FS-ENTRADA          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-ENTRADA          NOT EQUAL '00') AND
              (WRK-FS-ENTRADA          NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              ' WRK-ERRLOG-ARQUIVO
                                            '              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-ENTRADA
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE WRK-FS-ENTRADA     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO REJFWRK           *
      *----------------------------------------------------------------*
       1020-TESTAR-FS-REJFWRK          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-REJFWRK          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              REJFWRK               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-REJFWRK
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'REJFWRK'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-REJFWRK     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO REJFEOT           *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-REJFEOT          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-REJFEOT          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              REJFEOT               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-REJFEOT
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'REJFEOT'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-REJFEOT     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO REJFCHV           *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-REJFCHV          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-REJFCHV          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              REJFCHV               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-REJFCHV
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'REJFCHV'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-REJFCHV     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO REJFBKS           *
      *----------------------------------------------------------------*
       1050-TESTAR-FS-REJFBKS          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-REJFBKS          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              REJFBKS               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-REJFBKS
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'REJFBKS'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-REJFBKS     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO REJAGEB. O FS     *
      *    '35' (PRIMEIRA EXECUCAO, SEM BASE) E TOLERADO.              *
      *----------------------------------------------------------------*
       1060-TESTAR-FS-REJAGEB          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-REJAGEB          NOT EQUAL '00') AND
              (WRK-FS-REJAGEB          NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              REJAGEB               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-REJAGEB
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'REJAGEB'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-REJAGEB     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO REJAGEN           *
      *----------------------------------------------------------------*
       1070-TESTAR-FS-REJAGEN          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-REJAGEN          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              REJAGEN               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-REJAGEN
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'REJAGEN'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-REJAGEN     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO REJFREL           *
      *----------------------------------------------------------------*
       1080-TESTAR-FS-REJFREL          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-REJFREL          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              REJFREL               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-REJFREL
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'REJFREL'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-REJFREL     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1080-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR O ARQUIVO DE TRABALHO: CADA REJEITADO E  *
      *    CADA CORRECAO DA NOITE, MARCADO COM A ORIGEM, O TIPO ('R' = *
      *    REJEITADO, 'C' = CORRECAO), O EOT E A CHAVE DO RANGE, E     *
      *    CLASSIFICA-LO POR EOT (RETORNOS) E POR ORIGEM + CHAVE       *
      *    (AGING)                                                     *
      *----------------------------------------------------------------*
       1100-MONTAR-TRABALHO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT REJFWRK.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-REJFWRK.
      *
           PERFORM 1110-CARREGAR-CADUPREJ.
           PERFORM 1120-CARREGAR-RNGEREJ.
           PERFORM 1130-CARREGAR-CADUPCRR.
           PERFORM 1140-CARREGAR-RNGECRR.
      *
           CLOSE REJFWRK.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-REJFWRK.
      *
           SORT ORDENACAO
               ON ASCENDING KEY SRT-EOT SRT-ORIGEM SRT-CHAVE SRT-TIPO
               USING  REJFWRK
               GIVING REJFEOT.
      *
           SORT ORDENACAO
               ON ASCENDING KEY SRT-ORIGEM SRT-CHAVE SRT-TIPO
               USING  REJFWRK
               GIVING REJFCHV.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR OS REJEITADOS DO CADUP001              *
      *----------------------------------------------------------------*
       1110-CARREGAR-CADUPREJ          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'CADUPREJ'             TO WRK-ERRLOG-ARQUIVO.
           OPEN INPUT CADUPREJ.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           MOVE WRK-FS-CADUPREJ        TO WRK-FS-ENTRADA.
           PERFORM 1010-TESTAR-FS-ENTRADA.
      *
           IF (WRK-FS-CADUPREJ         EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': CADUPREJ AUSENTE - '
                       'SEM REJEITADOS DO CADUP001 ***'
               GO TO 1110-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-ENTRADA.
           PERFORM 1115-LER-CADUPREJ
               UNTIL WRK-ENTRADA-ESGOTADA.
      *
           CLOSE CADUPREJ.
      *
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REJEITADO DO CADUP001 E GRAVA-LO NO      *
      *    TRABALHO                                                    *
      *----------------------------------------------------------------*
       1115-LER-CADUPREJ               SECTION.
      *----------------------------------------------------------------*
      *
           READ CADUPREJ.
      *
           IF (WRK-FS-CADUPREJ         EQUAL '10')
               SET WRK-ENTRADA-ESGOTADA TO TRUE
               GO TO 1115-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           MOVE WRK-FS-CADUPREJ        TO WRK-FS-ENTRADA.
           PERFORM 1010-TESTAR-FS-ENTRADA.
           ADD  1                      TO ACU-REG-LIDOS-CADUPREJ.
      *
           MOVE 'CADUP001'             TO WRK-TRB-ORIGEM.
           MOVE 'R'                    TO WRK-TRB-TIPO.
           MOVE FD-CRJ-MOTIVO          TO WRK-TRB-MOTIVO.
           MOVE FD-CRJ-REGISTRO        TO WRK-TRB-REGISTRO.
           PERFORM 1150-GRAVAR-TRABALHO.
      *
      *----------------------------------------------------------------*
       1115-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR OS REJEITADOS DO RANGEMOB              *
      *----------------------------------------------------------------*
       1120-CARREGAR-RNGEREJ           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'RNGEREJ'              TO WRK-ERRLOG-ARQUIVO.
           OPEN INPUT RNGEREJ.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           MOVE WRK-FS-RNGEREJ         TO WRK-FS-ENTRADA.
           PERFORM 1010-TESTAR-FS-ENTRADA.
      *
           IF (WRK-FS-RNGEREJ          EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': RNGEREJ AUSENTE - '
                       'SEM REJEITADOS DO RANGEMOB ***'
               GO TO 1120-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-ENTRADA.
           PERFORM 1125-LER-RNGEREJ
               UNTIL WRK-ENTRADA-ESGOTADA.
      *
           CLOSE RNGEREJ.
      *
      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REJEITADO DO RANGEMOB E GRAVA-LO NO      *
      *    TRABALHO                                                    *
      *----------------------------------------------------------------*
       1125-LER-RNGEREJ                SECTION.
      *----------------------------------------------------------------*
      *
           READ RNGEREJ.
      *
           IF (WRK-FS-RNGEREJ          EQUAL '10')
               SET WRK-ENTRADA-ESGOTADA TO TRUE
               GO TO 1125-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           MOVE WRK-FS-RNGEREJ         TO WRK-FS-ENTRADA.
           PERFORM 1010-TESTAR-FS-ENTRADA.
           ADD  1                      TO ACU-REG-LIDOS-RNGEREJ.
      *
           MOVE 'RANGEMOB'             TO WRK-TRB-ORIGEM.
           MOVE 'R'                    TO WRK-TRB-TIPO.
           MOVE FD-RRJ-MOTIVO          TO WRK-TRB-MOTIVO.
           MOVE FD-RRJ-REGISTRO        TO WRK-TRB-REGISTRO.
           PERFORM 1150-GRAVAR-TRABALHO.
      *
      *----------------------------------------------------------------*
       1125-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR AS CORRECOES REENVIADAS AO CADUP001    *
      *----------------------------------------------------------------*
       1130-CARREGAR-CADUPCRR          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'CADUPCRR'             TO WRK-ERRLOG-ARQUIVO.
           OPEN INPUT CADUPCRR.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           MOVE WRK-FS-CADUPCRR        TO WRK-FS-ENTRADA.
           PERFORM 1010-TESTAR-FS-ENTRADA.
      *
           IF (WRK-FS-CADUPCRR         EQUAL '35')
               GO TO 1130-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-ENTRADA.
           PERFORM 1135-LER-CADUPCRR
               UNTIL WRK-ENTRADA-ESGOTADA.
      *
           CLOSE CADUPCRR.
      *
      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UMA CORRECAO DO CADUP001 E GRAVA-LA NO      *
      *    TRABALHO                                                    *
      *----------------------------------------------------------------*
       1135-LER-CADUPCRR               SECTION.
      *----------------------------------------------------------------*
      *
           READ CADUPCRR.
      *
           IF (WRK-FS-CADUPCRR         EQUAL '10')
               SET WRK-ENTRADA-ESGOTADA TO TRUE
               GO TO 1135-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           MOVE WRK-FS-CADUPCRR        TO WRK-FS-ENTRADA.
           PERFORM 1010-TESTAR-FS-ENTRADA.
           ADD  1                      TO ACU-REG-LIDOS-CADUPCRR.
      *
           MOVE 'CADUP001'             TO WRK-TRB-ORIGEM.
           MOVE 'C'                    TO WRK-TRB-TIPO.
           MOVE SPACES                 TO WRK-TRB-MOTIVO.
           MOVE FD-REG-CADUPCRR        TO WRK-TRB-REGISTRO.
           PERFORM 1150-GRAVAR-TRABALHO.
      *
      *----------------------------------------------------------------*
       1135-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR AS CORRECOES REENVIADAS AO RANGEMOB    *
      *----------------------------------------------------------------*
       1140-CARREGAR-RNGECRR           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'RNGECRR'              TO WRK-ERRLOG-ARQUIVO.
           OPEN INPUT RNGECRR.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           MOVE WRK-FS-RNGECRR         TO WRK-FS-ENTRADA.
           PERFORM 1010-TESTAR-FS-ENTRADA.
      *
           IF (WRK-FS-RNGECRR          EQUAL '35')
               GO TO 1140-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-ENTRADA.
           PERFORM 1145-LER-RNGECRR
               UNTIL WRK-ENTRADA-ESGOTADA.
      *
           CLOSE RNGECRR.
      *
      *----------------------------------------------------------------*
       1140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UMA CORRECAO DO RANGEMOB E GRAVA-LA NO      *
      *    TRABALHO                                                    *
      *----------------------------------------------------------------*
       1145-LER-RNGECRR                SECTION.
      *----------------------------------------------------------------*
      *
           READ RNGECRR.
      *
           IF (WRK-FS-RNGECRR          EQUAL '10')
               SET WRK-ENTRADA-ESGOTADA TO TRUE
               GO TO 1145-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           MOVE WRK-FS-RNGECRR         TO WRK-FS-ENTRADA.
           PERFORM 1010-TESTAR-FS-ENTRADA.
           ADD  1                      TO ACU-REG-LIDOS-RNGECRR.
      *
           MOVE 'RANGEMOB'             TO WRK-TRB-ORIGEM.
           MOVE 'C'                    TO WRK-TRB-TIPO.
           MOVE SPACES                 TO WRK-TRB-MOTIVO.
           MOVE FD-REG-RNGECRR         TO WRK-TRB-REGISTRO.
           PERFORM 1150-GRAVAR-TRABALHO.
      *
      *----------------------------------------------------------------*
       1145-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPLETAR O EOT E A CHAVE DO RANGE A PARTIR DO  *
      *    REGISTRO (LAYOUT CADPWDAT, IGUAL AO RNGEWTEL) E GRAVAR O    *
      *    REGISTRO DE TRABALHO                                        *
      *----------------------------------------------------------------*
       1150-GRAVAR-TRABALHO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TRB-REGISTRO       TO CADPWDAT-REGISTRO.
           MOVE CADPWDAT-EOT           TO WRK-TRB-EOT.
           MOVE CADPWDAT-DATA(2:11)    TO WRK-TRB-CHAVE.
      *
           WRITE FD-REG-REJFWRK        FROM WRK-REG-TRABALHO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-REJFWRK.
      *
      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GERAR OS ARQUIVOS DE RETORNO: PERCORRE OS       *
      *    REJEITADOS CLASSIFICADOS POR EOT E ABRE UM ARQUIVO NOVO A   *
      *    CADA TROCA DE OPERADORA                                     *
      *----------------------------------------------------------------*
       2000-GERAR-RETORNOS             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT REJFEOT.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-REJFEOT.
      *
           ACCEPT WRK-HDR-DATA-GERACAO FROM DATE YYYYMMDD.
           MOVE SPACES                 TO WRK-FLAG-RETORNO
                                          WRK-FLAG-FIM-TRABALHO.
      *
           PERFORM 2010-TRATAR-REJEITADO
               UNTIL WRK-TRABALHO-ESGOTADO.
      *
           IF WRK-RETORNO-ABERTO
               PERFORM 2200-FECHAR-RETORNO
           END-IF.
      *
           CLOSE REJFEOT.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO REJFEOT E GRAVAR O DETALHE   *
      *    NO RETORNO DA OPERADORA (AS CORRECOES SAO IGNORADAS AQUI)   *
      *----------------------------------------------------------------*
       2010-TRATAR-REJEITADO           SECTION.
      *----------------------------------------------------------------*
      *
           READ REJFEOT                INTO WRK-REG-TRABALHO.
      *
           IF (WRK-FS-REJFEOT          EQUAL '10')
               SET WRK-TRABALHO-ESGOTADO TO TRUE
               GO TO 2010-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-REJFEOT.
      *
           IF NOT WRK-TRB-REJEITADO
               GO TO 2010-99-FIM
           END-IF.
      *
           IF WRK-RETORNO-ABERTO AND
              (WRK-TRB-EOT             NOT EQUAL WRK-EOT-DESTINO)
               PERFORM 2200-FECHAR-RETORNO
           END-IF.
      *
           IF NOT WRK-RETORNO-ABERTO
               MOVE WRK-TRB-EOT        TO WRK-EOT-DESTINO
               PERFORM 2100-ABRIR-RETORNO
           END-IF.
      *
           MOVE WRK-TRB-ORIGEM         TO WRK-DET-ORIGEM.
           MOVE WRK-TRB-MOTIVO         TO WRK-DET-MOTIVO.
           MOVE WRK-TRB-REGISTRO       TO WRK-DET-REGISTRO.
           PERFORM 2050-OBTER-DESCRICAO.
      *
           WRITE FD-REG-REJFBKS        FROM WRK-REG-DETALHE.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-REJFBKS.
           ADD  1                      TO WRK-QTD-DETALHES-EOT
                                          ACU-REG-DETALHES.
      *
           MOVE WRK-TRB-EOT            TO WRK-EOT-PROCURADO.
           PERFORM 2400-LOCALIZAR-RESUMO.
           ADD  1                      TO
                              WRK-RES-REJ-NOITE(WRK-POS-RESUMO).
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER A DESCRICAO DO MOTIVO NA TABELA REJMOTCP  *
      *----------------------------------------------------------------*
       2050-OBTER-DESCRICAO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-MOTIVO.
           MOVE 'MOTIVO NAO CATALOGADO - CONSULTAR O GESTOR DO PLANO'
                                       TO WRK-DET-DESCRICAO.
      *
           PERFORM 2055-COMPARAR-MOTIVO
               VARYING WRK-IDX-MOTIVO FROM 1 BY 1
               UNTIL   WRK-IDX-MOTIVO GREATER THAN REJMOTCP-QTD
                    OR WRK-MOTIVO-ACHOU.
      *
      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE MOTIVOS           *
      *----------------------------------------------------------------*
       2055-COMPARAR-MOTIVO            SECTION.
      *----------------------------------------------------------------*
      *
           IF (REJMOTCP-CODIGO(WRK-IDX-MOTIVO) EQUAL WRK-DET-MOTIVO)
               SET WRK-MOTIVO-ACHOU    TO TRUE
               MOVE REJMOTCP-DESCRICAO(WRK-IDX-MOTIVO)
                                       TO WRK-DET-DESCRICAO
           END-IF.
      *
      *----------------------------------------------------------------*
       2055-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ABRIR O RETORNO DE UMA OPERADORA: MONTA O       *
      *    CAMINHO (CAMINHO BASE + '.' + EOT) E GRAVA O HEADER         *
      *----------------------------------------------------------------*
       2100-ABRIR-RETORNO              SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-EOT-DESTINO         EQUAL SPACES)
               MOVE 'SEMEOT'           TO WRK-SUFIXO-DESTINO
           ELSE
               MOVE WRK-EOT-DESTINO    TO WRK-SUFIXO-DESTINO
           END-IF.
      *
           MOVE SPACES                 TO WRK-PATH-REJFBKS.
           STRING WRK-PATH-BASE-RETORNO DELIMITED BY SPACE
                  '.'                  DELIMITED BY SIZE
                  WRK-SUFIXO-DESTINO   DELIMITED BY SPACE
                  INTO WRK-PATH-REJFBKS.
      *
           OPEN OUTPUT REJFBKS.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-REJFBKS.
           SET WRK-RETORNO-ABERTO      TO TRUE.
      *
           MOVE WRK-EOT-DESTINO        TO WRK-HDR-EOT.
           WRITE FD-REG-REJFBKS        FROM WRK-REG-HEADER.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-REJFBKS.
      *
           MOVE ZERO                   TO WRK-QTD-DETALHES-EOT.
           ADD  1                      TO ACU-REG-RETORNOS.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA FECHAR O RETORNO DA OPERADORA COM O TRAILER DE  *
      *    QUANTIDADE                                                  *
      *----------------------------------------------------------------*
       2200-FECHAR-RETORNO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-QTD-DETALHES-EOT   TO WRK-TRL-QTD-DETALHES.
           WRITE FD-REG-REJFBKS        FROM WRK-REG-TRAILER.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-REJFBKS.
      *
           CLOSE REJFBKS.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-REJFBKS.
           MOVE SPACES                 TO WRK-FLAG-RETORNO.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ATUALIZAR A BASE DE AGING POR LEITURA CASADA DA *
      *    BASE ANTERIOR (REJAGEB) COM OS REJEITADOS E CORRECOES DA    *
      *    NOITE (REJFCHV), AMBOS EM ORDEM DE ORIGEM + CHAVE:          *
      *    - RANGE REJEITADO NA NOITE: ENTRA NA BASE (OU TEM A ULTIMA  *
      *      REJEICAO ATUALIZADA, MANTENDO A DATA DA PRIMEIRA);        *
      *    - RANGE DA BASE COM CORRECAO NA NOITE E SEM NOVA REJEICAO:  *
      *      CORRIGIDO, SAI DA BASE;                                   *
      *    - DEMAIS RANGES DA BASE: CONTINUAM PENDENTES.               *
      *----------------------------------------------------------------*
       2300-ATUALIZAR-AGING            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  REJFCHV.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-REJFCHV.
      *
           OPEN OUTPUT REJAGEN.
           PERFORM 1070-TESTAR-FS-REJAGEN.
      *
           OPEN INPUT  REJAGEB.
           PERFORM 1060-TESTAR-FS-REJAGEB.
      *
           IF (WRK-FS-REJAGEB          EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': REJAGEB AUSENTE - '
                       'BASE DE AGING INICIADA NESTA NOITE ***'
               MOVE HIGH-VALUES        TO WRK-CHV-BASE
           ELSE
               PERFORM 2310-LER-BASE
           END-IF.
      *
           PERFORM 2320-LER-TRABALHO.
      *
           PERFORM 2330-BATER-BASE
               UNTIL (WRK-CHV-BASE     EQUAL HIGH-VALUES) AND
                     (WRK-CHV-TRB      EQUAL HIGH-VALUES).
      *
           IF (WRK-FS-REJAGEB          NOT EQUAL '35')
               CLOSE REJAGEB
           END-IF.
      *
           CLOSE REJFCHV REJAGEN.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-REJAGEN.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER A BASE DE AGING ANTERIOR, CONFERINDO A      *
      *    ORDEM DE ORIGEM + CHAVE                                     *
      *----------------------------------------------------------------*
       2310-LER-BASE                   SECTION.
      *----------------------------------------------------------------*
      *
           READ REJAGEB                INTO WRK-REG-BASE.
      *
           IF (WRK-FS-REJAGEB          EQUAL '10')
               MOVE HIGH-VALUES        TO WRK-CHV-BASE
               GO TO 2310-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-REJAGEB.
           ADD  1                      TO ACU-REG-LIDOS-REJAGEB.
      *
           MOVE WRK-REG-BASE(1:19)     TO WRK-CHV-BASE.
      *
           IF (WRK-CHV-BASE            NOT GREATER THAN
                                       WRK-CHV-BASE-ANT)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  REJAGEB FORA DE ORDEM DE ORIGEM + *'
               DISPLAY '*  CHAVE DO RANGE - CHAVE ' WRK-CHV-BASE
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'REJAGEB'          TO WRK-ERRLOG-ARQUIVO
               MOVE ZEROS              TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
           MOVE WRK-CHV-BASE           TO WRK-CHV-BASE-ANT.
      *
      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O PROXIMO REJEITADO/CORRECAO DA NOITE EM    *
      *    ORDEM DE ORIGEM + CHAVE                                     *
      *----------------------------------------------------------------*
       2320-LER-TRABALHO               SECTION.
      *----------------------------------------------------------------*
      *
           READ REJFCHV                INTO WRK-REG-TRABALHO.
      *
           IF (WRK-FS-REJFCHV          EQUAL '10')
               MOVE HIGH-VALUES        TO WRK-CHV-TRB
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1040-TESTAR-FS-REJFCHV
               MOVE WRK-REG-TRABALHO(4:19) TO WRK-CHV-TRB
           END-IF.
      *
      *----------------------------------------------------------------*
       2320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE BATIMENTO DE UMA CHAVE ENTRE A BASE E A NOITE     *
      *----------------------------------------------------------------*
       2330-BATER-BASE                 SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-CHV-BASE            LESS THAN WRK-CHV-TRB)
               MOVE WRK-REG-BASE       TO REJAGECP-REGISTRO
               PERFORM 2360-GRAVAR-AGING
               PERFORM 2310-LER-BASE
               GO TO 2330-99-FIM
           END-IF.
      *
           PERFORM 2340-AGRUPAR-NOITE.
      *
           IF (WRK-CHV-BASE            EQUAL WRK-CHV-GRUPO)
               MOVE WRK-REG-BASE       TO REJAGECP-REGISTRO
           END-IF.
      *
           EVALUATE TRUE
               WHEN WRK-GRUPO-REJEITADO
                   IF (WRK-CHV-BASE    EQUAL WRK-CHV-GRUPO)
                       IF (REJAGECP-DATA-ULTIMA LESS THAN WRK-DATA-REF)
                           ADD  1      TO REJAGECP-QTD-REJEICOES
                           ADD  1      TO ACU-REG-REINCIDENTES
                       END-IF
                   ELSE
                       MOVE SPACES     TO REJAGECP-REGISTRO
                       MOVE WRK-CHV-GRUPO TO REJAGECP-REGISTRO(1:19)
                       MOVE WRK-DATA-REF TO REJAGECP-DATA-REJEICAO
                       MOVE 1          TO REJAGECP-QTD-REJEICOES
                       ADD  1          TO ACU-REG-NOVOS
                       MOVE WRK-GRP-EOT TO WRK-EOT-PROCURADO
                       PERFORM 2400-LOCALIZAR-RESUMO
                       ADD  1          TO
                              WRK-RES-NOVOS(WRK-POS-RESUMO)
                   END-IF
                   MOVE WRK-GRP-EOT    TO REJAGECP-EOT
                   MOVE WRK-GRP-MOTIVO TO REJAGECP-MOTIVO
                   MOVE WRK-DATA-REF   TO REJAGECP-DATA-ULTIMA
                   MOVE WRK-GRP-REGISTRO TO
                                       REJAGECP-REGISTRO-REJEITADO
                   PERFORM 2360-GRAVAR-AGING
               WHEN WRK-CHV-BASE       EQUAL WRK-CHV-GRUPO
                   ADD  1              TO ACU-REG-CORRIGIDOS
                   MOVE REJAGECP-EOT   TO WRK-EOT-PROCURADO
                   PERFORM 2400-LOCALIZAR-RESUMO
                   ADD  1              TO
                              WRK-RES-CORRIGIDOS(WRK-POS-RESUMO)
               WHEN OTHER
                   ADD  1              TO ACU-REG-CRR-SEM-BASE
           END-EVALUATE.
      *
           IF (WRK-CHV-BASE            EQUAL WRK-CHV-GRUPO)
               PERFORM 2310-LER-BASE
           END-IF.
      *
      *----------------------------------------------------------------*
       2330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CONSUMIR TODOS OS REGISTROS DA NOITE DE UMA     *
      *    MESMA CHAVE, GUARDANDO O ULTIMO REJEITADO E SINALIZANDO SE  *
      *    HOUVE REJEICAO E/OU CORRECAO                                *
      *----------------------------------------------------------------*
       2340-AGRUPAR-NOITE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CHV-TRB            TO WRK-CHV-GRUPO.
           MOVE SPACES                 TO WRK-FLAG-GRUPO-REJ
                                          WRK-FLAG-GRUPO-CRR.
      *
           PERFORM 2350-ABSORVER-REGISTRO
               UNTIL WRK-CHV-TRB       NOT EQUAL WRK-CHV-GRUPO.
      *
      *----------------------------------------------------------------*
       2340-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ABSORVER UM REGISTRO DA NOITE NO GRUPO DA CHAVE *
      *----------------------------------------------------------------*
       2350-ABSORVER-REGISTRO          SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-TRB-REJEITADO
               SET WRK-GRUPO-REJEITADO TO TRUE
               MOVE WRK-TRB-EOT        TO WRK-GRP-EOT
               MOVE WRK-TRB-MOTIVO     TO WRK-GRP-MOTIVO
               MOVE WRK-TRB-REGISTRO   TO WRK-GRP-REGISTRO
           ELSE
               SET WRK-GRUPO-CORRIGIDO TO TRUE
           END-IF.
      *
           PERFORM 2320-LER-TRABALHO.
      *
      *----------------------------------------------------------------*
       2350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UM RANGE PENDENTE NA NOVA BASE DE AGING  *
      *----------------------------------------------------------------*
       2360-GRAVAR-AGING               SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-REJAGEN        FROM REJAGECP-REGISTRO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-REJAGEN.
           ADD  1                      TO ACU-REG-GRAVADOS-REJAGEN.
      *
           MOVE REJAGECP-EOT           TO WRK-EOT-PROCURADO.
           PERFORM 2400-LOCALIZAR-RESUMO.
           ADD  1                      TO
                              WRK-RES-PENDENTES(WRK-POS-RESUMO).
      *
      *----------------------------------------------------------------*
       2360-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LOCALIZAR O EOT NA TABELA DO RESUMO, INCLUINDO  *
      *    NA POSICAO DE ORDEM QUANDO AUSENTE (A TABELA FICA EM ORDEM  *
      *    DE EOT PARA O RELATORIO)                                    *
      *----------------------------------------------------------------*
       2400-LOCALIZAR-RESUMO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-RES.
           MOVE ZERO                   TO WRK-POS-RESUMO.
      *
           PERFORM 2410-COMPARAR-RESUMO
               VARYING WRK-IDX-RESUMO FROM 1 BY 1
               UNTIL   WRK-IDX-RESUMO GREATER THAN WRK-QTD-RESUMO
                    OR WRK-POS-RESUMO GREATER THAN ZERO.
      *
           IF WRK-RESUMO-ACHOU
               GO TO 2400-99-FIM
           END-IF.
      *
           IF (WRK-QTD-RESUMO          NOT LESS THAN 500)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DO RESUMO POR OPERADORA    *'
               DISPLAY '*  CHEIA - LIMITE DE 500 EXCEDIDO    *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           IF (WRK-POS-RESUMO          EQUAL ZERO)
               COMPUTE WRK-POS-RESUMO = WRK-QTD-RESUMO + 1
           ELSE
               PERFORM 2420-DESLOCAR-RESUMO
                   VARYING WRK-IDX-RESUMO FROM WRK-QTD-RESUMO BY -1
                   UNTIL   WRK-IDX-RESUMO LESS THAN WRK-POS-RESUMO
           END-IF.
      *
           ADD  1                      TO WRK-QTD-RESUMO.
           MOVE WRK-EOT-PROCURADO      TO WRK-RES-EOT(WRK-POS-RESUMO).
           MOVE ZEROS                  TO
                              WRK-RES-REJ-NOITE(WRK-POS-RESUMO)
                              WRK-RES-NOVOS(WRK-POS-RESUMO)
                              WRK-RES-CORRIGIDOS(WRK-POS-RESUMO)
                              WRK-RES-PENDENTES(WRK-POS-RESUMO).
      *
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DO RESUMO COM O EOT PROCURADO: *
      *    PARA NO EOT IGUAL (ACHOU) OU NO PRIMEIRO MAIOR (POSICAO DE  *
      *    INCLUSAO)                                                   *
      *----------------------------------------------------------------*
       2410-COMPARAR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-RES-EOT(WRK-IDX-RESUMO) EQUAL WRK-EOT-PROCURADO)
               SET WRK-RESUMO-ACHOU    TO TRUE
               MOVE WRK-IDX-RESUMO     TO WRK-POS-RESUMO
           ELSE
               IF (WRK-RES-EOT(WRK-IDX-RESUMO) GREATER THAN
                                       WRK-EOT-PROCURADO)
                   MOVE WRK-IDX-RESUMO TO WRK-POS-RESUMO
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA DESLOCAR UM ITEM DO RESUMO UMA POSICAO ACIMA    *
      *----------------------------------------------------------------*
       2420-DESLOCAR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TAB-RESUMO-ITEM(WRK-IDX-RESUMO) TO
                WRK-TAB-RESUMO-ITEM(WRK-IDX-RESUMO + 1).
      *
      *----------------------------------------------------------------*
       2420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR O RESUMO DA NOITE POR OPERADORA          *
      *----------------------------------------------------------------*
       2500-EMITIR-RESUMO              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT REJFREL.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1080-TESTAR-FS-REJFREL.
      *
           MOVE SPACES                 TO WRK-CB1-DATA.
           STRING WRK-DATA-REF-X(7:2) '/'
                  WRK-DATA-REF-X(5:2) '/'
                  WRK-DATA-REF-X(1:4)
                  DELIMITED BY SIZE    INTO WRK-CB1-DATA.
      *
           WRITE FD-REG-REJFREL        FROM WRK-CAB-1.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1080-TESTAR-FS-REJFREL.
           WRITE FD-REG-REJFREL        FROM WRK-LINHA-BRANCO.
           PERFORM 1080-TESTAR-FS-REJFREL.
           WRITE FD-REG-REJFREL        FROM WRK-CAB-2.
           PERFORM 1080-TESTAR-FS-REJFREL.
      *
           PERFORM 2510-EMITIR-OPERADORA
               VARYING WRK-IDX-RESUMO FROM 1 BY 1
               UNTIL   WRK-IDX-RESUMO GREATER THAN WRK-QTD-RESUMO.
      *
           WRITE FD-REG-REJFREL        FROM WRK-LINHA-BRANCO.
           PERFORM 1080-TESTAR-FS-REJFREL.
           MOVE 'TOTAL'                TO WRK-DRS-EOT.
           MOVE WRK-TOT-REJ-NOITE      TO WRK-DRS-REJ-NOITE.
           MOVE WRK-TOT-NOVOS          TO WRK-DRS-NOVOS.
           MOVE WRK-TOT-CORRIGIDOS     TO WRK-DRS-CORRIGIDOS.
           MOVE WRK-TOT-PENDENTES      TO WRK-DRS-PENDENTES.
           WRITE FD-REG-REJFREL        FROM WRK-DET-RESUMO.
           PERFORM 1080-TESTAR-FS-REJFREL.
      *
           CLOSE REJFREL.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1080-TESTAR-FS-REJFREL.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR A LINHA DE UMA OPERADORA NO RESUMO       *
      *----------------------------------------------------------------*
       2510-EMITIR-OPERADORA           SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-RES-EOT(WRK-IDX-RESUMO) EQUAL SPACES)
               MOVE 'SEMEOT'           TO WRK-DRS-EOT
           ELSE
               MOVE WRK-RES-EOT(WRK-IDX-RESUMO) TO WRK-DRS-EOT
           END-IF.
           MOVE WRK-RES-REJ-NOITE(WRK-IDX-RESUMO) TO WRK-DRS-REJ-NOITE.
           MOVE WRK-RES-NOVOS(WRK-IDX-RESUMO)     TO WRK-DRS-NOVOS.
           MOVE WRK-RES-CORRIGIDOS(WRK-IDX-RESUMO)
                                       TO WRK-DRS-CORRIGIDOS.
           MOVE WRK-RES-PENDENTES(WRK-IDX-RESUMO) TO WRK-DRS-PENDENTES.
      *
           WRITE FD-REG-REJFREL        FROM WRK-DET-RESUMO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1080-TESTAR-FS-REJFREL.
      *
           ADD  WRK-RES-REJ-NOITE(WRK-IDX-RESUMO) TO WRK-TOT-REJ-NOITE.
           ADD  WRK-RES-NOVOS(WRK-IDX-RESUMO)     TO WRK-TOT-NOVOS.
           ADD  WRK-RES-CORRIGIDOS(WRK-IDX-RESUMO)
                                       TO WRK-TOT-CORRIGIDOS.
           ADD  WRK-RES-PENDENTES(WRK-IDX-RESUMO) TO WRK-TOT-PENDENTES.
      *
      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO: GRAVA A NOVA BASE DE AGING NO        *
      *    REJAGEB E EMITE AS ESTATISTICAS                             *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3050-ATUALIZAR-BASE.
           PERFORM 3100-EMITIR-ESTATISTICAS.
           PERFORM 3200-TERMINAR-PROCESSO.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COPIAR A NOVA BASE DE AGING (REJAGEN) PARA O    *
      *    REJAGEB, BASE DA PROXIMA NOITE                              *
      *----------------------------------------------------------------*
       3050-ATUALIZAR-BASE             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  REJAGEN.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-REJAGEN.
      *
           OPEN OUTPUT REJAGEB.
           PERFORM 1060-TESTAR-FS-REJAGEB.
      *
           PERFORM 3060-COPIAR-BASE-NOVA
               UNTIL WRK-FS-REJAGEN    EQUAL '10'.
      *
           CLOSE REJAGEN REJAGEB.
      *
      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO REJAGEN E GRAVA-LO NO        *
      *    REJAGEB                                                     *
      *----------------------------------------------------------------*
       3060-COPIAR-BASE-NOVA           SECTION.
      *----------------------------------------------------------------*
      *
           READ REJAGEN.
      *
           IF (WRK-FS-REJAGEN          NOT EQUAL '10')
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1070-TESTAR-FS-REJAGEN
               MOVE FD-REG-REJAGEN     TO FD-REG-REJAGEB
               WRITE FD-REG-REJAGEB
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               PERFORM 1060-TESTAR-FS-REJAGEB
           END-IF.
      *
      *----------------------------------------------------------------*
       3060-99-FIM.                    EXIT.
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
           DISPLAY '* REJFBK01 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* CADUPREJ |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-CADUPREJ '     *'.
           DISPLAY '* RNGEREJ  |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-RNGEREJ '     *'.
           DISPLAY '* CADUPCRR |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-CADUPCRR '     *'.
           DISPLAY '* RNGECRR  |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-RNGECRR '     *'.
           DISPLAY '* REJAGEB  |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-REJAGEB '     *'.
           DISPLAY '* REJFBKS  |  O  | ARQUIVOS      | '
           ACU-REG-RETORNOS '     *'.
           DISPLAY '* REJFBKS  |  O  | DETALHES      | '
           ACU-REG-DETALHES '     *'.
           DISPLAY '* REJAGEB  |  O  | TOTAL REG.    | '
           ACU-REG-GRAVADOS-REJAGEN '     *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* NOVOS NA BASE        | ' ACU-REG-NOVOS
           '                *'.
           DISPLAY '* REINCIDENTES         | ' ACU-REG-REINCIDENTES
           '                *'.
           DISPLAY '* CORRIGIDOS           | ' ACU-REG-CORRIGIDOS
           '                *'.
           DISPLAY '* CORRECOES SEM BASE   | ' ACU-REG-CRR-SEM-BASE
           '                *'.
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
