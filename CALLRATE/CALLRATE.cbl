      *                  CALLRES                     (VIDE FD)         *
      *                  TARMAST                     TARMSTCP          *
      *                  PORTEXC                     PORTEXCP          *
      *                  NGEOMAST                    NGEMSTCP          *
      *                  CALENDAR                    CALENDCP          *
      *                  CADUPHIS/RNGEHIST           PLANNREG          *
      *                  CALLIDX                     (VIDE FD)         *
      *                  CALLDUP                     (VIDE FD)         *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: PLANNAC  - PLANO NACIONAL CONSOLIDADO         *
      *                             DATA/HORA E DURACAO DA CHAMADA)    *
      *                  CALLRES  - ARQUIVO DE SAIDA COM A             *
      *                             CLASSIFICACAO E O VALOR DE CADA    *
      *                             CHAMADA, COM QUEM PAGA A CHAMADA   *
      *                             (PAGADOR: 'O' = ORIGEM, 'D' =      *
      *                             OPERADORA DETENTORA DO DESTINO,    *
      *                             'N' = NINGUEM)                     *
      *                  TARMAST  - CADASTRO MESTRE DE TARIFAS POR     *
      *                             CLASSIFICACAO, PAR DE OPERADORAS   *
      *                             E BANDA HORARIA                    *
      *                  PORTEXC  - BASE DE EXCECOES DE PORTABILIDADE  *
      *                             NUMERO A NUMERO (INDEXADA,         *
      *                             MANTIDA PELO PORTMNT1)             *
      *                  NGEOMAST - CADASTRO DE NUMERACAO NAO          *
      *                             GEOGRAFICA (0800/0300/0500/0900 E  *
      *                             CODIGOS CURTOS, CARGA NGEOCRG1)    *
      *                  CALENDAR - CALENDARIO DE DIAS UTEIS (CARGA    *
      *                             CALCRG01), PARA A BANDA HORARIA    *
      *                  CADUPHIS/RNGEHIST - BASES HISTORICAS DA       *
      *                             FIXA E DA MOBILIDADE, USADAS NO    *
      *                             RECUO DOS LADOS COM DATA DE        *
      *                             CHAMADA NAO RESOLVIDOS NO PLANNAC  *
      *                  CALLIDX  - INDICE PERMANENTE DAS CHAMADAS JA  *
      *                             TARIFADAS (INDEXADO POR ORIGEM,    *
      *                             DESTINO, DATA E HORA DA CHAMADA),  *
      *                             MANTIDO ENTRE AS EXECUCOES. A      *
      *                             EXECUCAO E UMA POR DIA: REEXECUTAR *
      *                             NA MESMA DATA (APOS ABEND OU COM O *
      *                             CALLPAIR CORRIGIDO) DESFAZ NO      *
      *                             INICIO AS ENTRADAS GRAVADAS NA     *
      *                             DATA E REFAZ O CALLRES E O CALLDUP *
      *                             DO DIA, SEM RESTAURAR O CALLIDX    *
      *                  CALLDUP  - CHAMADAS DESCARTADAS POR JA TEREM  *
      *                             SIDO TARIFADAS EM EXECUCAO         *
      *                             ANTERIOR OU NO PROPRIO CALLPAIR    *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *                             COM OS DEMAIS PROGRAMAS DO SISTEMA *
      *----------------------------------------------------------------*
      *    PARAMETROS..: CALLRATE_RETENCAO - DIAS DE RETENCAO DO       *
      *                                      CALLIDX, CONTADOS PELA    *
      *                                      DATA DA CHAMADA (PADRAO:  *
      *                                      060)                      *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    22/08/2026 EGR      VERSAO INICIAL DO CLASSIFICADOR DE      *
      *                        COMO PORTADO, E O TRAFEGO ATRASADO      *
      *                        DATADO DA EPOCA DA DOADORA RESOLVE      *
      *                        PELO EOT DO RANGE.                      *
      *    15/10/2026 EGR      INCLUIDA A DETECCAO DE CHAMADAS         *
      *                        DUPLICADAS ENTRE EXECUCOES: O INDICE    *
      *                        PERMANENTE CALLIDX GUARDA ORIGEM,       *
      *                        DESTINO, DATA E HORA DE CADA CHAMADA    *
      *                        TARIFADA; CHAMADA JA INDEXADA (ARQUIVO  *
      *                        DA CENTRAL REENVIADO COM SOBREPOSICAO)  *
      *                        VAI PARA O CALLDUP EM VEZ DO CALLRES E  *
      *                        E CONTADA NAS ESTATISTICAS. ENTRADAS    *
      *                        COM DATA DE CHAMADA ALEM DA RETENCAO    *
      *                        (CALLRATE_RETENCAO) SAO EXPURGADAS NO   *
      *                        INICIO DE CADA EXECUCAO.                *
      *    15/10/2026 EGR      INCLUIDA A NUMERACAO NAO GEOGRAFICA:    *
      *                        DESTINO 0800/0300/0500/0900 OU CODIGO   *
      *                        CURTO 1XX E RESOLVIDO NO NGEOMAST (BOOK *
      *                        NGEMSTCP) PELA OPERADORA DETENTORA DO   *
      *                        BLOCO VIGENTE NA DATA DA CHAMADA E      *
      *                        VALORADO PELO MODELO DE COBRANCA (TARI- *
      *                        FA DO TARMAST COM CLASSIFICACAO R/P/C/  *
      *                        A). O CALLRES GANHOU O PAGADOR: NO 0800 *
      *                        QUEM PAGA E A DETENTORA DO DESTINO E NO *
      *                        CODIGO CURTO GRATUITO NINGUEM PAGA. SEM *
      *                        O NGEOMAST A RESOLUCAO FICA DESLIGADA.  *
      *    15/10/2026 EGR      A BANDA HORARIA PASSOU A CONSULTAR O    *
      *                        CALENDARIO DE DIAS UTEIS (CALENDAR,     *
      *                        BOOK CALENDCP): CHAMADA EM SABADO,      *
      *                        DOMINGO, FERIADO NACIONAL OU FERIADO    *
      *                        LOCAL DA UF DO RANGE DE ORIGEM E FORA   *
      *                        DE PICO EM QUALQUER HORARIO. SEM O      *
      *                        CALENDAR VALE SO O HORARIO, COMO ANTES. *
      *    15/10/2026 EGR      O CALLRES PASSOU A SAIR COM A CHAVE DA  *
      *                        TARIFA APLICADA (CODIGO DA              *
      *                        CLASSIFICACAO E BANDA HORARIA), PARA A  *
      *                        RETARIFACAO DO CALLRRT1 APOS CORRECAO   *
      *                        RETROATIVA DO TARMAST.                  *
      *    15/10/2026 EGR      REEXECUCAO NA MESMA DATA: AS ENTRADAS   *
      *                        DO CALLIDX TARIFADAS NA DATA SAO        *
      *                        EXCLUIDAS NO INICIO, JUNTO COM O        *
      *                        EXPURGO DA RETENCAO, PARA AS CHAMADAS   *
      *                        DA PRIMEIRA EXECUCAO NAO IREM PARA O    *
      *                        CALLDUP. CORRIGIDO O TAMANHO DO         *
      *                        FD-DUP-CALLPAIR PARA O DO CALLPAIR, 71. *
      *    15/10/2026 EGR      TABELA DO NGEOMAST AMPLIADA PARA 5000   *
      *                        BLOCOS, O MESMO LIMITE DO NGEOCRG1. O   *
      *                        CALENDAR SO CARREGA OS DIAS DO ANO      *
      *                        CORRENTE - 1 A + 1.                     *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           ACCESS MODE IS              DYNAMIC
           RECORD KEY IS               FD-PEX-CHAVE
           FILE STATUS                 IS WRK-FS-PORTEXC.
      *
           SELECT CALLIDX              ASSIGN
           TO DYNAMIC                  WRK-PATH-CALLIDX
           ORGANIZATION IS             INDEXED
           ACCESS MODE IS              DYNAMIC
           RECORD KEY IS               FD-IDX-CHAVE
           FILE STATUS                 IS WRK-FS-CALLIDX.
      *
           SELECT CALLDUP              ASSIGN
           TO DYNAMIC                  WRK-PATH-CALLDUP
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CALLDUP.
      *
           SELECT NGEOMAST             ASSIGN
           TO DYNAMIC                  WRK-PATH-NGEOMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-NGEOMAST.
      *
           SELECT CALENDAR             ASSIGN
           TO DYNAMIC                  WRK-PATH-CALENDAR
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CALENDAR.
      *
           SELECT HISTENT              ASSIGN
           TO DYNAMIC                  WRK-PATH-HISTENT
           05  FD-PAR-ORIG-DDD         PIC  9(002).
           05  FD-PAR-ORIG-PREFIXO     PIC  9(005).
           05  FD-PAR-ORIG-MCDU        PIC  X(004).
           05  FD-PAR-DESTINO.
               10  FD-PAR-DEST-DDD     PIC  9(002).
               10  FD-PAR-DEST-PREFIXO PIC  9(005).
               10  FD-PAR-DEST-MCDU    PIC  X(004).
           05  FD-PAR-DESTINO-NGEO     REDEFINES FD-PAR-DESTINO.
               10  FD-PAR-NGEO-SERVICO PIC  X(004).
               10  FD-PAR-NGEO-NUMERO  PIC  X(007).
           05  FD-PAR-DESTINO-CURTO    REDEFINES FD-PAR-DESTINO.
               10  FD-PAR-CURTO-CODIGO PIC  X(003).
               10  FD-PAR-CURTO-RESTO  PIC  X(008).
           05  FD-PAR-DATA-CHAMADA     PIC  X(008).
           05  FD-PAR-HORA-CHAMADA     PIC  X(006).
           05  FD-PAR-DURACAO-SEG      PIC  X(006).
           05  FD-RES-ORIG-DDD         PIC  9(002).
           05  FD-RES-ORIG-PREFIXO     PIC  9(005).
           05  FD-RES-ORIG-MCDU        PIC  X(004).
           05  FD-RES-DESTINO.
               10  FD-RES-DEST-DDD     PIC  9(002).
               10  FD-RES-DEST-PREFIXO PIC  9(005).
               10  FD-RES-DEST-MCDU    PIC  X(004).
           05  FD-RES-ORIG-EOT         PIC  X(003).
           05  FD-RES-DEST-EOT         PIC  X(003).
           05  FD-RES-CLASSIFICACAO    PIC  X(020).
           05  FD-RES-DURACAO-SEG      PIC  9(006).
           05  FD-RES-VALOR-CHAMADA    PIC  9(007)V9(002).
           05  FD-RES-TARIFADO         PIC  X(001).
           05  FD-RES-PAGADOR          PIC  X(001).
           05  FD-RES-CLASSIF-COD      PIC  X(001).
           05  FD-RES-BANDA            PIC  X(001).
      *----------------------------------------------------------------*
      *    ENTRADA......: CADASTRO MESTRE DE TARIFAS (TARMAST)         *
      *----------------------------------------------------------------*
           05  FD-PEX-DATA-PORTAB       PIC  X(008).
           05  FILLER                   PIC  X(001).
      *----------------------------------------------------------------*
      *    ENTRADA/SAIDA: INDICE PERMANENTE DAS CHAMADAS JA TARIFADAS  *
      *----------------------------------------------------------------*
       FD  CALLIDX
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALLIDX.
           05  FD-IDX-CHAVE.
               10  FD-IDX-ORIG-DDD      PIC  9(002).
               10  FD-IDX-ORIG-PREFIXO  PIC  9(005).
               10  FD-IDX-ORIG-MCDU     PIC  X(004).
               10  FD-IDX-DESTINO.
                   15  FD-IDX-DEST-DDD      PIC  9(002).
                   15  FD-IDX-DEST-PREFIXO  PIC  9(005).
                   15  FD-IDX-DEST-MCDU     PIC  X(004).
               10  FD-IDX-DATA-CHAMADA  PIC  X(008).
               10  FD-IDX-HORA-CHAMADA  PIC  X(006).
           05  FD-IDX-DATA-TARIFACAO    PIC  X(008).
           05  FILLER                   PIC  X(006).
      *----------------------------------------------------------------*
      *    SAIDA........: CHAMADAS DUPLICADAS DESCARTADAS              *
      *----------------------------------------------------------------*
       FD  CALLDUP
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALLDUP.
           05  FD-DUP-CALLPAIR          PIC  X(071).
           05  FD-DUP-DATA-TARIFACAO    PIC  X(008).
      *----------------------------------------------------------------*
      *    ENTRADA......: CADASTRO DE NUMERACAO NAO GEOGRAFICA         *
      *----------------------------------------------------------------*
       FD  NGEOMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-NGEOMAST              PIC  X(080).
      *----------------------------------------------------------------*
      *    ENTRADA......: CALENDARIO DE DIAS UTEIS                     *
      *----------------------------------------------------------------*
       FD  CALENDAR
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALENDAR              PIC  X(040).
      *----------------------------------------------------------------*
      *    ENTRADA......: UMA DAS BASES HISTORICAS (CADUPHIS OU        *
      *    RNGEHIST), ABERTA POR VEZ PELO CAMINHO CORRENTE NO RECUO    *
      *----------------------------------------------------------------*
           05  ACU-REG-SEM-TARIFA      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-LADOS-PORTADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-LADOS-HISTORICO     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-DUPLICADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-NAO-INDEXADOS   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-IDX-EXPURGADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-IDX-REEXECUCAO      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-NAO-GEOGRAFICA  PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-COBRA-DESTINO   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-GRATUITAS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-FORA-PICO-CAL   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-VALOR-TOTAL         PIC  9(013)V99
                                                   COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
           05  WRK-MINUTOS-TARIFADOS   PIC  9(005) VALUE ZEROS.
           05  WRK-RESTO-SEGUNDOS      PIC  9(002) VALUE ZEROS.
           05  WRK-VALOR-CHAMADA       PIC  9(007)V9(002) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA NUMERACAO NAO GEOGRAFICA ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-NGEO.
           05  WRK-QTD-NGEO            PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-NGEO-ITEM       OCCURS 5000 TIMES.
               10  WRK-NGE-SERVICO     PIC  X(004).
               10  WRK-NGE-NUMERO-INI  PIC  9(007).
               10  WRK-NGE-NUMERO-FIM  PIC  9(007).
               10  WRK-NGE-EOT         PIC  X(003).
               10  WRK-NGE-MODELO      PIC  X(001).
               10  WRK-NGE-DATA-INI    PIC  9(008).
               10  WRK-NGE-DATA-FIM    PIC  9(008).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-NGEO.
           05  WRK-IDX-NGEO            PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-TEM-NGEOMAST   PIC  X(001) VALUE SPACES.
               88  WRK-TEM-NGEOMAST                VALUE 'S'.
           05  WRK-FLAG-NAO-GEOGRAFICO PIC  X(001) VALUE SPACES.
               88  WRK-DESTINO-NAO-GEOGRAFICO      VALUE 'S'.
           05  WRK-NGEO-SERVICO        PIC  X(004) VALUE SPACES.
           05  WRK-NGEO-NUMERO-X       PIC  X(007) VALUE SPACES.
           05  WRK-NGEO-NUMERO         REDEFINES   WRK-NGEO-NUMERO-X
                                       PIC  9(007).
           05  WRK-NGEO-MODELO         PIC  X(001) VALUE SPACES.
               88  WRK-NGEO-COBRA-RECEBEDOR        VALUE 'R'.
               88  WRK-NGEO-GRATUITO               VALUE 'G'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO CALENDARIO DE DIAS UTEIS ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-CALEND.
           05  WRK-QTD-CALEND          PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-CALEND-ITEM     OCCURS 3000 TIMES.
               10  WRK-CAL-DATA        PIC  9(008).
               10  WRK-CAL-TIPO        PIC  X(001).
               10  WRK-CAL-UF          PIC  X(002).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-CALEND.
           05  WRK-IDX-CALEND          PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-TEM-CALENDAR   PIC  X(001) VALUE SPACES.
               88  WRK-TEM-CALENDAR                VALUE 'S'.
           05  WRK-FLAG-NAO-UTIL       PIC  X(001) VALUE SPACES.
               88  WRK-DIA-NAO-UTIL                VALUE 'S'.
           05  WRK-FLAG-FIM-CALEND     PIC  X(001) VALUE SPACES.
               88  WRK-FIM-BUSCA-CALEND            VALUE 'S'.
           05  WRK-CAL-DATA-ANT        PIC  9(008) VALUE ZEROS.
           05  WRK-CAL-UF-ANT          PIC  X(002) VALUE SPACES.
           05  WRK-FLAG-NAO-UTIL-ANT   PIC  X(001) VALUE SPACES.
           05  WRK-CAL-DATA-LIDA       PIC  9(008) VALUE ZEROS.
           05  WRK-CAL-DATA-LIDA-RDF   REDEFINES   WRK-CAL-DATA-LIDA.
               10  WRK-CAL-LIDA-ANO    PIC  9(004).
               10  WRK-CAL-LIDA-MESDIA PIC  9(004).
           05  WRK-CAL-ANO-MIN         PIC  9(004) VALUE ZEROS.
           05  WRK-CAL-ANO-MAX         PIC  9(004) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DAS EXCECOES DE PORTABILIDADE ***'.
           05  WRK-NOME-HISTORICO      PIC  X(008) VALUE SPACES.
           05  WRK-FLAG-FIM-HISTENT    PIC  X(001) VALUE SPACES.
               88  WRK-HISTORICO-ESGOTADO          VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA DETECCAO DE CHAMADAS DUPLICADAS ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-DUPLICIDADE.
           05  WRK-RETENCAO-DIAS       PIC  9(003) VALUE 060.
           05  WRK-RETENCAO-X          PIC  X(003) VALUE SPACES.
           05  WRK-RETENCAO-NUM        REDEFINES   WRK-RETENCAO-X
                                       PIC  9(003).
           05  WRK-DATA-LIMITE-IDX     PIC  9(008) VALUE ZEROS.
           05  WRK-DATA-LIMITE-IDX-X   REDEFINES   WRK-DATA-LIMITE-IDX
                                       PIC  X(008).
           05  WRK-FLAG-FIM-CALLIDX    PIC  X(001) VALUE SPACES.
               88  WRK-FIM-CALLIDX                 VALUE 'S'.
           05  WRK-FLAG-DUPLICADA      PIC  X(001) VALUE SPACES.
               88  WRK-CHAMADA-DUPLICADA           VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CONTROLE DA CONSULTA POR CHAVE ***'.
           05  WRK-ORIG-EOT            PIC  X(003) VALUE SPACES.
           05  WRK-ORIG-AREA-LOCAL     PIC  X(004) VALUE SPACES.
           05  WRK-ORIG-AREA-TARIFADA  PIC  X(004) VALUE SPACES.
           05  WRK-ORIG-UF             PIC  X(002) VALUE SPACES.
      *----------------------------------------------------------------*
       01  WRK-LADO-DESTINO.
           05  WRK-DEST-FLAG-ACHOU     PIC  X(001) VALUE SPACES.
           05  WRK-FS-TARMAST          PIC  X(002) VALUE SPACES.
           05  WRK-FS-PORTEXC          PIC  X(002) VALUE SPACES.
           05  WRK-FS-HISTENT          PIC  X(002) VALUE SPACES.
           05  WRK-FS-NGEOMAST         PIC  X(002) VALUE SPACES.
           05  WRK-FS-CALENDAR         PIC  X(002) VALUE SPACES.
           05  WRK-FS-CALLIDX          PIC  X(002) VALUE SPACES.
           05  WRK-FS-CALLDUP          PIC  X(002) VALUE SPACES.
           05  WRK-FS-ERRLOG           PIC  X(002) VALUE SPACES.
           05  WRK-DATA-HOJE           PIC  9(008) VALUE ZEROS.
           05  WRK-DATA-HOJE-X         REDEFINES   WRK-DATA-HOJE
                                       PIC  X(008).
           05  WRK-ERRLOG-ARQUIVO      PIC  X(008) VALUE SPACES.
           05  WRK-ERRLOG-FS           PIC  X(002) VALUE SPACES.
           05  WRK-ERRLOG-FS-NUM       REDEFINES WRK-ERRLOG-FS
           05  WRK-PATH-PORTEXC        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PORTEXC.dat'.
           05  WRK-PATH-HISTENT        PIC  X(100) VALUE SPACES.
           05  WRK-PATH-NGEOMAST       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\NGEOMAST.dat'.
           05  WRK-PATH-CALENDAR       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CALENDAR.dat'.
           05  WRK-PATH-CALLIDX        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CALLIDX.dat'.
           05  WRK-PATH-CALLDUP        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CALLDUP.dat'.
           05  WRK-PATH-CADUPHIS       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CADUPHIS.dat'.
           05  WRK-PATH-RNGEHIST       PIC  X(100) VALUE
      *----------------------------------------------------------------*
       01  WRK-AREA-TARMST.
           COPY TARMSTCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DE NUMERACAO NAO GEOGR. ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-NGEMST.
           COPY NGEMSTCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO CALENDARIO ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-CALEND.
           COPY CALENDCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO LOG DE EXCECAO/ABEND (ERRLOG) ***'.
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-CARREGAR-TARIFAS.
           PERFORM 1016-CARREGAR-NGEOMAST.
           PERFORM 1026-CARREGAR-CALENDAR.
           PERFORM 1022-ABRIR-PORTEXC.
           PERFORM 1025-VERIFICAR-HISTORICOS.
      *
           ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
      *
           OPEN INPUT  CALLPAIR PLANNAC
                OUTPUT CALLRES CALLDUP.
      *
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-CALLPAIR.
           PERFORM 1030-TESTAR-FS-CALLRES.
           PERFORM 1040-TESTAR-FS-PLANNAC.
           PERFORM 1060-TESTAR-FS-CALLDUP.
      *
           PERFORM 1045-ABRIR-CALLIDX.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-TARMAST
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                                           'CALENDAR_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CALENDAR
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PORTEXC_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-RNGEHIST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CALLIDX_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CALLIDX
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CALLDUP_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CALLDUP
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
                                           'CALLRATE_RETENCAO'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:3) TO WRK-RETENCAO-X
               IF (WRK-RETENCAO-X      IS NUMERIC)
                   MOVE WRK-RETENCAO-NUM TO WRK-RETENCAO-DIAS
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1005-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
       1015-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA O CADASTRO DE NUMERACAO NAO *
      *    GEOGRAFICA (NGEOMAST, VALIDADO PELO NGEOCRG1), USADO PARA   *
      *    RESOLVER OS DESTINOS 0800/0300/0500/0900 E OS CODIGOS       *
      *    CURTOS. SE O ARQUIVO NAO EXISTIR ESSES DESTINOS SEGUEM      *
      *    PELO PLANNAC, COMO ANTES, E SAEM COMO NAO ENCONTRADOS.      *
      *----------------------------------------------------------------*
       1016-CARREGAR-NGEOMAST          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-NGEO.
      *
           OPEN INPUT NGEOMAST.
      *
           IF (WRK-FS-NGEOMAST         EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': NGEOMAST AUSENTE - '
                       'NUMERACAO NAO GEOGRAFICA DESLIGADA ***'
           ELSE
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               PERFORM 1018-TESTAR-FS-NGEOMAST
               SET WRK-TEM-NGEOMAST    TO TRUE
               PERFORM 1017-LER-NGEOMAST
                   UNTIL WRK-FS-NGEOMAST EQUAL '10'
               CLOSE NGEOMAST
           END-IF.
      *
      *----------------------------------------------------------------*
       1016-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM BLOCO DO NGEOMAST E CARREGAR NA TABELA   *
      *    (DATA-FINAL EM BRANCO = BLOCO AINDA VIGENTE)                *
      *----------------------------------------------------------------*
       1017-LER-NGEOMAST               SECTION.
      *----------------------------------------------------------------*
      *
           READ NGEOMAST               INTO WRK-AREA-NGEMST.
      *
           IF (WRK-FS-NGEOMAST         EQUAL '10')
               GO TO 1017-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1018-TESTAR-FS-NGEOMAST.
      *
           IF (WRK-QTD-NGEO            NOT LESS THAN 5000)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DO MESTRE NGEOMAST CHEIA   *'
               DISPLAY '*  LIMITE DE 5000 BLOCOS EXCEDIDO    *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-NGEO.
           MOVE NGEMSTCP-SERVICO       TO WRK-NGE-SERVICO(WRK-QTD-NGEO).
           MOVE NGEMSTCP-NUMERO-INICIAL TO
                              WRK-NGE-NUMERO-INI(WRK-QTD-NGEO).
           MOVE NGEMSTCP-NUMERO-FINAL  TO
                              WRK-NGE-NUMERO-FIM(WRK-QTD-NGEO).
           MOVE NGEMSTCP-EOT           TO WRK-NGE-EOT(WRK-QTD-NGEO).
           MOVE NGEMSTCP-MODELO-COBRANCA TO
                              WRK-NGE-MODELO(WRK-QTD-NGEO).
           MOVE NGEMSTCP-DATA-INICIAL  TO
                              WRK-NGE-DATA-INI(WRK-QTD-NGEO).
           IF (NGEMSTCP-DATA-FINAL     EQUAL SPACES)
               MOVE 99999999           TO
                              WRK-NGE-DATA-FIM(WRK-QTD-NGEO)
           ELSE
               MOVE NGEMSTCP-DATA-FINAL TO
                              WRK-NGE-DATA-FIM(WRK-QTD-NGEO)
           END-IF.
      *
      *----------------------------------------------------------------*
       1017-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO NGEOMAST          *
      *----------------------------------------------------------------*
       1018-TESTAR-FS-NGEOMAST         SECTION.
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
       1018-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA OS DIAS NAO UTEIS DO        *
      *    CALENDARIO (CALENDAR, GERADO PELO CALCRG01): FINS DE        *
      *    SEMANA, FERIADOS NACIONAIS E FERIADOS LOCAIS POR UF, NA     *
      *    ORDEM DE DATA. SE O ARQUIVO NAO EXISTIR A BANDA HORARIA     *
      *    FICA SO PELO HORARIO DA CHAMADA. SO SAO CARREGADOS OS DIAS  *
      *    DO ANO CORRENTE - 1 A + 1.                                  *
      *----------------------------------------------------------------*
       1026-CARREGAR-CALENDAR          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-CALEND.
      *
           ACCEPT WRK-CAL-DATA-LIDA    FROM DATE YYYYMMDD.
           COMPUTE WRK-CAL-ANO-MIN     = WRK-CAL-LIDA-ANO - 1.
           COMPUTE WRK-CAL-ANO-MAX     = WRK-CAL-LIDA-ANO + 1.
      *
           OPEN INPUT CALENDAR.
      *
           IF (WRK-FS-CALENDAR         EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': CALENDAR AUSENTE - '
                       'BANDA SO PELO HORARIO ***'
           ELSE
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               PERFORM 1028-TESTAR-FS-CALENDAR
               SET WRK-TEM-CALENDAR    TO TRUE
               PERFORM 1027-LER-CALENDAR
                   UNTIL WRK-FS-CALENDAR EQUAL '10'
               CLOSE CALENDAR
           END-IF.
      *
      *----------------------------------------------------------------*
       1026-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM DIA DO CALENDAR E CARREGAR NA TABELA SE  *
      *    NAO FOR DIA UTIL E ESTIVER DENTRO DA FAIXA DE ANOS          *
      *----------------------------------------------------------------*
       1027-LER-CALENDAR               SECTION.
      *----------------------------------------------------------------*
      *
           READ CALENDAR               INTO WRK-AREA-CALEND.
      *
           IF (WRK-FS-CALENDAR         EQUAL '10')
               GO TO 1027-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1028-TESTAR-FS-CALENDAR.
      *
           IF CALENDCP-DIA-UTIL
               GO TO 1027-99-FIM
           END-IF.
      *
           MOVE CALENDCP-DATA          TO WRK-CAL-DATA-LIDA.
      *
           IF (WRK-CAL-LIDA-ANO        LESS THAN WRK-CAL-ANO-MIN) OR
              (WRK-CAL-LIDA-ANO        GREATER THAN WRK-CAL-ANO-MAX)
               GO TO 1027-99-FIM
           END-IF.
      *
           IF (WRK-QTD-CALEND          NOT LESS THAN 3000)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DO CALENDARIO CHEIA        *'
               DISPLAY '*  LIMITE DE 3000 DIAS EXCEDIDO      *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-CALEND.
           MOVE CALENDCP-DATA          TO WRK-CAL-DATA(WRK-QTD-CALEND).
           MOVE CALENDCP-TIPO-DIA      TO WRK-CAL-TIPO(WRK-QTD-CALEND).
           MOVE CALENDCP-UF            TO WRK-CAL-UF(WRK-QTD-CALEND).
      *
      *----------------------------------------------------------------*
       1027-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO CALENDAR          *
      *----------------------------------------------------------------*
       1028-TESTAR-FS-CALENDAR         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-CALENDAR         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              CALENDAR              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-CALENDAR
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'CALENDAR'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-CALENDAR  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1028-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ABRIR A BASE DE EXCECOES DE PORTABILIDADE       *
      *    (PORTEXC). SE O ARQUIVO NAO EXISTIR A CONSULTA DE EXCECOES  *
      *    FICA DESLIGADA E OS LADOS RESOLVEM SO PELO RANGE.           *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ABRIR O INDICE PERMANENTE DAS CHAMADAS JA       *
      *    TARIFADAS (CALLIDX), CRIANDO-O NA PRIMEIRA EXECUCAO, E      *
      *    EXPURGAR AS ENTRADAS COM DATA DE CHAMADA ANTERIOR AO LIMITE *
      *    DA RETENCAO (DATA DE HOJE MENOS CALLRATE_RETENCAO DIAS) E   *
      *    AS TARIFADAS HOJE POR UMA EXECUCAO ANTERIOR                 *
      *----------------------------------------------------------------*
       1045-ABRIR-CALLIDX              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O CALLIDX.
           IF (WRK-FS-CALLIDX          EQUAL '35')
               OPEN OUTPUT CALLIDX
               PERFORM 1050-TESTAR-FS-CALLIDX
               CLOSE CALLIDX
               OPEN I-O CALLIDX
           END-IF.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-CALLIDX.
      *
           COMPUTE WRK-DATA-LIMITE-IDX = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE)
                                            - WRK-RETENCAO-DIAS).
      *
           MOVE LOW-VALUES             TO FD-IDX-CHAVE.
           MOVE SPACES                 TO WRK-FLAG-FIM-CALLIDX.
      *
           START CALLIDX KEY NOT LESS THAN FD-IDX-CHAVE.
      *
           IF (WRK-FS-CALLIDX          EQUAL '23')
               GO TO 1045-99-FIM
           END-IF.
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-CALLIDX.
      *
           PERFORM 1046-EXPURGAR-CALLIDX
               UNTIL WRK-FIM-CALLIDX.
      *
      *----------------------------------------------------------------*
       1045-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER A PROXIMA ENTRADA DO CALLIDX E EXCLUI-LA    *
      *    QUANDO TIVER SIDO TARIFADA HOJE (REEXECUCAO NA MESMA DATA,  *
      *    CUJO CALLRES SERA REFEITO) OU QUANDO A DATA DA CHAMADA FOR  *
      *    ANTERIOR AO LIMITE DA RETENCAO                              *
      *----------------------------------------------------------------*
       1046-EXPURGAR-CALLIDX           SECTION.
      *----------------------------------------------------------------*
      *
           READ CALLIDX NEXT.
      *
           IF (WRK-FS-CALLIDX          EQUAL '10')
               SET WRK-FIM-CALLIDX     TO TRUE
               GO TO 1046-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-CALLIDX.
      *
           IF (FD-IDX-DATA-TARIFACAO   EQUAL WRK-DATA-HOJE-X)
               DELETE CALLIDX
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               PERFORM 1050-TESTAR-FS-CALLIDX
               ADD  1                  TO ACU-IDX-REEXECUCAO
               GO TO 1046-99-FIM
           END-IF.
      *
           IF (FD-IDX-DATA-CHAMADA     LESS THAN WRK-DATA-LIMITE-IDX-X)
               DELETE CALLIDX
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               PERFORM 1050-TESTAR-FS-CALLIDX
               ADD  1                  TO ACU-IDX-EXPURGADOS
           END-IF.
      *
      *----------------------------------------------------------------*
       1046-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO CALLIDX           *
      *----------------------------------------------------------------*
       1050-TESTAR-FS-CALLIDX          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-CALLIDX          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              CALLIDX               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-CALLIDX
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'CALLIDX'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-CALLIDX   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO CALLDUP           *
      *----------------------------------------------------------------*
       1060-TESTAR-FS-CALLDUP          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-CALLDUP          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              CALLDUP               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-CALLDUP
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'CALLDUP'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-CALLDUP   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    LER ARQUIVO DE ENTRADA CALLPAIR                             *
      *----------------------------------------------------------------*
       1300-LER-CALLPAIR               SECTION.
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2050-VERIFICAR-DUPLICIDADE.
      *
           IF WRK-CHAMADA-DUPLICADA
               PERFORM 1300-LER-CALLPAIR
               GO TO 2000-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-TEM-DATA-CHAM.
           IF (FD-PAR-DATA-CHAMADA     IS NUMERIC)
               MOVE PLANREG-AREA-LOCAL TO WRK-ORIG-AREA-LOCAL
               MOVE PLANREG-AREA-TARIFADA
                                       TO WRK-ORIG-AREA-TARIFADA
               MOVE PLANREG-UNIDADE-FEDERATIVA
                                       TO WRK-ORIG-UF
               IF WRK-NUMERO-PORTADO
                   MOVE WRK-EOT-RECEPTORA TO WRK-ORIG-EOT
                   ADD  1              TO ACU-LADOS-PORTADOS
               END-IF
           END-IF.
      *
           MOVE SPACES                 TO WRK-LADO-DESTINO.
           PERFORM 2200-IDENTIFICAR-NAO-GEOGRAFICO.
           IF WRK-DESTINO-NAO-GEOGRAFICO
               PERFORM 2250-RESOLVER-NAO-GEOGRAFICO
               PERFORM 2300-CLASSIFICAR-PAR
               PERFORM 1300-LER-CALLPAIR
               GO TO 2000-99-FIM
           END-IF.
      *
           MOVE FD-PAR-DEST-DDD        TO WRK-CSL-DDD.
           MOVE FD-PAR-DEST-PREFIXO    TO WRK-CSL-PREFIXO.
           MOVE FD-PAR-DEST-MCDU       TO WRK-CSL-MCDU.
           PERFORM 2100-PROCURAR-PLANNAC.
      *
           IF WRK-RANGE-ACHOU
               SET WRK-DESTINO-RESOLVIDO TO TRUE
               MOVE PLANREG-EOT        TO WRK-DEST-EOT
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR SE A CHAMADA JA FOI TARIFADA: GRAVA   *
      *    ORIGEM, DESTINO, DATA E HORA NO CALLIDX; CHAVE JA EXISTENTE *
      *    (FILE STATUS 22) E CHAMADA DUPLICADA, QUE VAI PARA O        *
      *    CALLDUP COM A DATA EM QUE FOI TARIFADA PELA PRIMEIRA VEZ.   *
      *    CHAMADA SEM DATA/HORA NUMERICA OU COM DATA ANTERIOR AO      *
      *    LIMITE DA RETENCAO NAO E INDEXADA E SEGUE PARA A TARIFACAO. *
      *----------------------------------------------------------------*
       2050-VERIFICAR-DUPLICIDADE      SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-DUPLICADA.
      *
           IF (FD-PAR-DATA-CHAMADA     NOT NUMERIC)               OR
              (FD-PAR-HORA-CHAMADA     NOT NUMERIC)               OR
              (FD-PAR-DATA-CHAMADA     LESS THAN
                                       WRK-DATA-LIMITE-IDX-X)
               ADD  1                  TO ACU-REG-NAO-INDEXADOS
               GO TO 2050-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO FD-REG-CALLIDX.
           MOVE FD-PAR-ORIG-DDD        TO FD-IDX-ORIG-DDD.
           MOVE FD-PAR-ORIG-PREFIXO    TO FD-IDX-ORIG-PREFIXO.
           MOVE FD-PAR-ORIG-MCDU       TO FD-IDX-ORIG-MCDU.
           MOVE FD-PAR-DESTINO         TO FD-IDX-DESTINO.
           MOVE FD-PAR-DATA-CHAMADA    TO FD-IDX-DATA-CHAMADA.
           MOVE FD-PAR-HORA-CHAMADA    TO FD-IDX-HORA-CHAMADA.
           MOVE WRK-DATA-HOJE          TO FD-IDX-DATA-TARIFACAO.
      *
           WRITE FD-REG-CALLIDX.
      *
           IF (WRK-FS-CALLIDX          NOT EQUAL '22')
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               PERFORM 1050-TESTAR-FS-CALLIDX
               GO TO 2050-99-FIM
           END-IF.
      *
           SET WRK-CHAMADA-DUPLICADA   TO TRUE.
      *
           READ CALLIDX.
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-CALLIDX.
      *
           MOVE FD-REG-CALLPAIR        TO FD-DUP-CALLPAIR.
           MOVE FD-IDX-DATA-TARIFACAO  TO FD-DUP-DATA-TARIFACAO.
           WRITE FD-REG-CALLDUP.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-CALLDUP.
      *
           ADD  1                      TO ACU-REG-DUPLICADOS.
      *
      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR NO PLANNAC, POR CHAVE, O NUMERO        *
      *    MONTADO EM WRK-CHAVE-CONSULTA: POSICIONA NO PRIMEIRO RANGE  *
      *    DO PREFIXO E PERCORRE OS RANGES ATE ACHAR O QUE CONTEM O    *
      *----------------------------------------------------------------*
       2180-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA IDENTIFICAR UM DESTINO NAO GEOGRAFICO: SERVICO  *
      *    0800/0300/0500/0900 SEGUIDO DOS 7 DIGITOS DO NUMERO, OU     *
      *    CODIGO CURTO DE 3 DIGITOS INICIADO POR 1 (O NUMERO DO       *
      *    CODIGO CURTO E O PROPRIO CODIGO ALINHADO A DIREITA, COMO NO *
      *    NGEOMAST). SEM O NGEOMAST A IDENTIFICACAO FICA DESLIGADA.   *
      *----------------------------------------------------------------*
       2200-IDENTIFICAR-NAO-GEOGRAFICO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-NAO-GEOGRAFICO
                                          WRK-NGEO-SERVICO
                                          WRK-NGEO-NUMERO-X
                                          WRK-NGEO-MODELO.
      *
           IF NOT WRK-TEM-NGEOMAST
               GO TO 2200-99-FIM
           END-IF.
      *
           IF ((FD-PAR-NGEO-SERVICO    EQUAL '0800') OR
               (FD-PAR-NGEO-SERVICO    EQUAL '0300') OR
               (FD-PAR-NGEO-SERVICO    EQUAL '0500') OR
               (FD-PAR-NGEO-SERVICO    EQUAL '0900'))   AND
              (FD-PAR-NGEO-NUMERO      IS NUMERIC)
               SET WRK-DESTINO-NAO-GEOGRAFICO TO TRUE
               MOVE FD-PAR-NGEO-SERVICO TO WRK-NGEO-SERVICO
               MOVE FD-PAR-NGEO-NUMERO TO WRK-NGEO-NUMERO-X
               GO TO 2200-99-FIM
           END-IF.
      *
           IF (FD-PAR-CURTO-CODIGO(1:1) EQUAL '1')      AND
              (FD-PAR-CURTO-CODIGO     IS NUMERIC)      AND
              (FD-PAR-CURTO-RESTO      EQUAL SPACES)
               SET WRK-DESTINO-NAO-GEOGRAFICO TO TRUE
               MOVE '1XX '             TO WRK-NGEO-SERVICO
               MOVE '0000'             TO WRK-NGEO-NUMERO-X(1:4)
               MOVE FD-PAR-CURTO-CODIGO TO WRK-NGEO-NUMERO-X(5:3)
           END-IF.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA RESOLVER O DESTINO NAO GEOGRAFICO NA TABELA DO  *
      *    NGEOMAST: O BLOCO DO SERVICO QUE CONTEM O NUMERO E ESTAVA   *
      *    VIGENTE NA DATA DA CHAMADA (SEM DATA, A DATA DE HOJE) DA A  *
      *    OPERADORA DETENTORA, QUE RESPONDE PELO LADO DESTINO, E O    *
      *    MODELO DE COBRANCA. ESSES DESTINOS NAO TEM AREA LOCAL NEM   *
      *    AREA TARIFADA.                                              *
      *----------------------------------------------------------------*
       2250-RESOLVER-NAO-GEOGRAFICO    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2260-EXAMINAR-BLOCO-NGEO
               VARYING WRK-IDX-NGEO FROM 1 BY 1
               UNTIL   WRK-IDX-NGEO GREATER THAN WRK-QTD-NGEO
                    OR WRK-DESTINO-RESOLVIDO.
      *
      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EXAMINAR UM BLOCO DA TABELA DO NGEOMAST         *
      *----------------------------------------------------------------*
       2260-EXAMINAR-BLOCO-NGEO        SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-NGE-SERVICO(WRK-IDX-NGEO) EQUAL WRK-NGEO-SERVICO) AND
              (WRK-NGEO-NUMERO         NOT LESS THAN
                                   WRK-NGE-NUMERO-INI(WRK-IDX-NGEO)) AND
              (WRK-NGEO-NUMERO         NOT GREATER THAN
                                   WRK-NGE-NUMERO-FIM(WRK-IDX-NGEO)) AND
              (WRK-DATA-CHAMADA-NUM    NOT LESS THAN
                                   WRK-NGE-DATA-INI(WRK-IDX-NGEO))   AND
              (WRK-DATA-CHAMADA-NUM    NOT GREATER THAN
                                   WRK-NGE-DATA-FIM(WRK-IDX-NGEO))
               SET WRK-DESTINO-RESOLVIDO TO TRUE
               MOVE WRK-NGE-EOT(WRK-IDX-NGEO) TO WRK-DEST-EOT
               MOVE WRK-NGE-MODELO(WRK-IDX-NGEO) TO WRK-NGEO-MODELO
           END-IF.
      *
      *----------------------------------------------------------------*
       2260-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CLASSIFICAR O PAR ORIGEM/DESTINO E GRAVAR O     *
      *    RESULTADO EM CALLRES                                        *
      *----------------------------------------------------------------*
           MOVE FD-PAR-ORIG-DDD        TO FD-RES-ORIG-DDD.
           MOVE FD-PAR-ORIG-PREFIXO    TO FD-RES-ORIG-PREFIXO.
           MOVE FD-PAR-ORIG-MCDU       TO FD-RES-ORIG-MCDU.
           MOVE FD-PAR-DESTINO         TO FD-RES-DESTINO.
           MOVE WRK-ORIG-EOT           TO FD-RES-ORIG-EOT.
           MOVE WRK-DEST-EOT           TO FD-RES-DEST-EOT.
           MOVE FD-PAR-DATA-CHAMADA    TO FD-RES-DATA-CHAMADA.
           MOVE WRK-DURACAO-SEG        TO FD-RES-DURACAO-SEG.
           MOVE ZERO                   TO FD-RES-VALOR-CHAMADA.
           MOVE 'N'                    TO FD-RES-TARIFADO.
           MOVE 'O'                    TO FD-RES-PAGADOR.
           MOVE SPACES                 TO FD-RES-CLASSIF-COD
                                          FD-RES-BANDA.
      *
           EVALUATE TRUE
               WHEN NOT WRK-ORIGEM-RESOLVIDA
                                          FD-RES-OPERADORA
                   MOVE 'DEST NAO ENC.' TO FD-RES-SITUACAO
                   ADD  1              TO ACU-REG-NAO-RESOLVIDOS
               WHEN WRK-DESTINO-NAO-GEOGRAFICO
                   PERFORM 2380-CLASSIFICAR-NAO-GEOGRAFICO
                   MOVE WRK-CLASSIF-COD TO FD-RES-CLASSIF-COD
                   MOVE 'CLASSIFICADO' TO FD-RES-SITUACAO
                   ADD  1              TO ACU-REG-CLASSIFICADOS
               WHEN OTHER
                   PERFORM 2350-MONTAR-CLASSIFICACAO
                   MOVE WRK-CLASSIF-COD TO FD-RES-CLASSIF-COD
                   MOVE 'CLASSIFICADO' TO FD-RES-SITUACAO
                   ADD  1              TO ACU-REG-CLASSIFICADOS
                   IF WRK-TEM-TARMAST
       2350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALORAR UMA CHAMADA CLASSIFICADA: DETERMINA A   *
      *    BANDA HORARIA (PICO = 08 AS 19 HORAS EM DIA UTIL; SABADO,   *
      *    DOMINGO E FERIADO SAO FORA DE PICO), PROCURA NA TABELA DE   *
      *    TARIFAS A TARIFA VIGENTE MAIS ESPECIFICA PARA A             *
      *    CLASSIFICACAO E O PAR DE OPERADORAS, E CALCULA O VALOR POR  *
      *    MINUTO TARIFADO (FRACAO DE MINUTO CONTA COMO MINUTO CHEIO). *
                   MOVE 'P'            TO WRK-BANDA-CHAMADA
               END-IF
           END-IF.
      *
           IF (WRK-BANDA-CHAMADA       EQUAL 'P') AND WRK-TEM-CALENDAR
               PERFORM 2365-VERIFICAR-DIA-UTIL
               IF WRK-DIA-NAO-UTIL
                   MOVE 'F'            TO WRK-BANDA-CHAMADA
                   ADD  1              TO ACU-REG-FORA-PICO-CAL
               END-IF
           END-IF.
      *
           MOVE WRK-BANDA-CHAMADA      TO FD-RES-BANDA.
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-TARIFA.
           MOVE ZERO                   TO WRK-POS-TARIFA
      *----------------------------------------------------------------*
       2360-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR SE A DATA DA CHAMADA E DIA NAO UTIL   *
      *    NO CALENDARIO: FIM DE SEMANA, FERIADO NACIONAL OU FERIADO   *
      *    LOCAL DA UF DO RANGE DE ORIGEM. A ULTIMA DATA + UF          *
      *    CONSULTADA FICA GUARDADA, POIS O CALLPAIR VEM NA ORDEM DA   *
      *    CENTRAL E REPETE A MESMA DATA EM SEQUENCIA.                 *
      *----------------------------------------------------------------*
       2365-VERIFICAR-DIA-UTIL         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-DATA-CHAMADA-NUM    EQUAL WRK-CAL-DATA-ANT) AND
              (WRK-ORIG-UF             EQUAL WRK-CAL-UF-ANT)
               MOVE WRK-FLAG-NAO-UTIL-ANT TO WRK-FLAG-NAO-UTIL
               GO TO 2365-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-NAO-UTIL
                                          WRK-FLAG-FIM-CALEND.
      *
           PERFORM 2366-EXAMINAR-DIA-CALEND
               VARYING WRK-IDX-CALEND  FROM 1 BY 1
               UNTIL   WRK-IDX-CALEND GREATER THAN WRK-QTD-CALEND
                    OR WRK-DIA-NAO-UTIL
                    OR WRK-FIM-BUSCA-CALEND.
      *
           MOVE WRK-DATA-CHAMADA-NUM   TO WRK-CAL-DATA-ANT.
           MOVE WRK-ORIG-UF            TO WRK-CAL-UF-ANT.
           MOVE WRK-FLAG-NAO-UTIL      TO WRK-FLAG-NAO-UTIL-ANT.
      *
      *----------------------------------------------------------------*
       2365-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EXAMINAR UM DIA DA TABELA DO CALENDARIO (A      *
      *    BUSCA PARA NA PRIMEIRA DATA POSTERIOR A DA CHAMADA)         *
      *----------------------------------------------------------------*
       2366-EXAMINAR-DIA-CALEND        SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-CAL-DATA(WRK-IDX-CALEND) GREATER THAN
                                       WRK-DATA-CHAMADA-NUM)
               SET WRK-FIM-BUSCA-CALEND TO TRUE
               GO TO 2366-99-FIM
           END-IF.
      *
           IF (WRK-CAL-DATA(WRK-IDX-CALEND) NOT EQUAL
                                       WRK-DATA-CHAMADA-NUM)
               GO TO 2366-99-FIM
           END-IF.
      *
           IF (WRK-CAL-TIPO(WRK-IDX-CALEND) NOT EQUAL 'L')
               SET WRK-DIA-NAO-UTIL    TO TRUE
               GO TO 2366-99-FIM
           END-IF.
      *
           IF (WRK-CAL-UF(WRK-IDX-CALEND) EQUAL WRK-ORIG-UF) AND
              (WRK-ORIG-UF             NOT EQUAL SPACES)
               SET WRK-DIA-NAO-UTIL    TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       2366-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EXAMINAR UMA TARIFA DA TABELA: A TARIFA SO      *
      *    CONCORRE QUANDO CASA A CLASSIFICACAO, O PAR DE OPERADORAS   *
      *    (EOT EM BRANCO VALE PARA QUALQUER OPERADORA), A BANDA       *
      *----------------------------------------------------------------*
       2370-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CLASSIFICAR E VALORAR UMA CHAMADA PARA DESTINO  *
      *    NAO GEOGRAFICO PELO MODELO DE COBRANCA DO BLOCO: A TARIFA E *
      *    PROCURADA NO TARMAST COM A CLASSIFICACAO IGUAL AO MODELO    *
      *    (R, P, C OU A). NO MODELO R (0800) QUEM PAGA E A OPERADORA  *
      *    DETENTORA DO DESTINO (PAGADOR 'D'); NO MODELO G (CODIGO     *
      *    CURTO GRATUITO) NINGUEM PAGA (PAGADOR 'N', VALOR ZERO); NOS *
      *    DEMAIS PAGA A ORIGEM, COMO NO TRAFEGO GEOGRAFICO.           *
      *----------------------------------------------------------------*
       2380-CLASSIFICAR-NAO-GEOGRAFICO SECTION.
      *----------------------------------------------------------------*
      *
           ADD  1                      TO ACU-REG-NAO-GEOGRAFICA.
      *
           MOVE SPACES                 TO FD-RES-CLASSIFICACAO.
           IF (WRK-NGEO-SERVICO        EQUAL '1XX ')
               STRING 'CODIGO CURTO '  DELIMITED BY SIZE
                      FD-PAR-CURTO-CODIGO DELIMITED BY SIZE
                 INTO FD-RES-CLASSIFICACAO
           ELSE
               STRING 'NAO GEOGRAFICA ' DELIMITED BY SIZE
                      WRK-NGEO-SERVICO DELIMITED BY SIZE
                 INTO FD-RES-CLASSIFICACAO
           END-IF.
      *
           IF (WRK-ORIG-EOT            EQUAL WRK-DEST-EOT)
               MOVE 'INTRA-OPERADORA'  TO FD-RES-OPERADORA
           ELSE
               MOVE 'INTER-OPERADORA'  TO FD-RES-OPERADORA
           END-IF.
      *
           MOVE WRK-NGEO-MODELO        TO WRK-CLASSIF-COD.
      *
           IF WRK-NGEO-GRATUITO
               MOVE 'N'                TO FD-RES-PAGADOR
               MOVE 'S'                TO FD-RES-TARIFADO
               ADD  1                  TO ACU-REG-GRATUITAS
               GO TO 2380-99-FIM
           END-IF.
      *
           IF WRK-NGEO-COBRA-RECEBEDOR
               MOVE 'D'                TO FD-RES-PAGADOR
               ADD  1                  TO ACU-REG-COBRA-DESTINO
           END-IF.
      *
           IF WRK-TEM-TARMAST
               PERFORM 2360-TARIFAR-CHAMADA
           END-IF.
      *
      *----------------------------------------------------------------*
       2380-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE  CALLPAIR CALLRES PLANNAC CALLDUP CALLIDX.
           IF WRK-TEM-PORTEXC
               CLOSE PORTEXC
           END-IF.
           PERFORM 1020-TESTAR-FS-CALLPAIR.
           PERFORM 1030-TESTAR-FS-CALLRES.
           PERFORM 1040-TESTAR-FS-PLANNAC.
           PERFORM 1050-TESTAR-FS-CALLIDX.
           PERFORM 1060-TESTAR-FS-CALLDUP.
      *
           PERFORM 3100-EMITIR-ESTATISTICAS.
           PERFORM 3200-TERMINAR-PROCESSO.
           ACU-REG-CLASSIFICADOS '     *'.
           DISPLAY '* CALLRES  |  O  | NAO RESOLVID. | '
           ACU-REG-NAO-RESOLVIDOS '     *'.
           DISPLAY '* CALLDUP  |  O  | DUPLICADAS    | '
           ACU-REG-DUPLICADOS '     *'.
           DISPLAY '* CALLIDX  | I-O | NAO INDEXADAS | '
           ACU-REG-NAO-INDEXADOS '     *'.
           DISPLAY '* CALLIDX  | I-O | EXPURGADAS    | '
           ACU-IDX-EXPURGADOS '     *'.
           DISPLAY '* CALLIDX  | I-O | DESF. NA DATA | '
           ACU-IDX-REEXECUCAO '     *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* MESMA AREA LOCAL    | ' ACU-REG-AREA-LOCAL
           '              *'.
           '              *'.
           DISPLAY '* LONGA DISTANCIA     | ' ACU-REG-LONGA-DIST
           '              *'.
           DISPLAY '* NAO GEOGRAFICA/1XX  | ' ACU-REG-NAO-GEOGRAFICA
           '              *'.
           DISPLAY '* COBRADAS DO DESTINO | ' ACU-REG-COBRA-DESTINO
           '              *'.
           DISPLAY '* GRATUITAS (MODELO G)| ' ACU-REG-GRATUITAS
           '              *'.
           DISPLAY '* FORA PICO CALENDARIO| ' ACU-REG-FORA-PICO-CAL
           '              *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* LADOS PORTADOS      | ' ACU-LADOS-PORTADOS
           '              *'.
