      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. PORTCON1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  PORTCON1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  CONCILIAR A BASE DE EXCECOES DE              *
      *                   PORTABILIDADE (PORTEXC) COM O ARQUIVO DIARIO *
      *                   DA BASE NACIONAL DE PORTABILIDADE (ENTIDADE  *
      *                   ADMINISTRADORA), COMPLETO OU DELTA, NUMERO   *
      *                   A NUMERO (DDD+PREFIXO+MCDU), APONTANDO:      *
      *                   - NUMERO PORTADO NA BASE NACIONAL E AUSENTE  *
      *                     NO PORTEXC;                                *
      *                   - NUMERO NO PORTEXC QUE A BASE NACIONAL NAO  *
      *                     TEM MAIS;                                  *
      *                   - NUMERO COM RECEPTORA OU DATA-PORTAB        *
      *                     DIFERENTE.                                 *
      *                   OPCIONALMENTE GERA O MOVIMENTO CORRETIVO NO  *
      *                   LAYOUT DO PORTMOVT (PORTMOVC) PARA REVISAO   *
      *                   DO ANALISTA; NADA E APLICADO NO PORTEXC.     *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  PORTCEN                     (VIDE FD)         *
      *                  PORTCENS                    (VIDE FD)         *
      *                  PORTEXC                     PORTEXCP          *
      *                  PORTCONR                    (VIDE FD)         *
      *                  PORTMOVC                    (VIDE FD)         *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: PORTCEN  - ARQUIVO DIARIO DA BASE NACIONAL,   *
      *                             EM QUALQUER ORDEM. ACAO 'I' =      *
      *                             NUMERO PORTADO (INCLUSAO OU        *
      *                             ALTERACAO), 'R' = NUMERO QUE       *
      *                             DEIXOU DE SER PORTADO              *
      *                  PORTCENS - PORTCEN CLASSIFICADO POR NUMERO    *
      *                             (ARQUIVO DE TRABALHO)              *
      *                  PORTEXC  - BASE DE EXCECOES DE PORTABILIDADE  *
      *                             (INDEXADA, LIDA EM SEQUENCIA)      *
      *                  PORTCONR - RELATORIO DE DIVERGENCIAS          *
      *                  PORTMOVC - MOVIMENTO CORRETIVO SUGERIDO, NO   *
      *                             LAYOUT DO PORTMOVT (SO COM         *
      *                             PORTCON1_CORRIGIR = 'S')           *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: PORTCON1_MODO      - 'C' = ARQUIVO COMPLETO   *
      *                                 (PADRAO): NUMERO DO PORTEXC    *
      *                                 AUSENTE NA BASE NACIONAL E     *
      *                                 SOBRA; 'D' = DELTA: SO OS      *
      *                                 NUMEROS DO ARQUIVO SAO         *
      *                                 CONFERIDOS                     *
      *                  PORTCON1_CORRIGIR  - 'S' = GERA O PORTMOVC    *
      *                                 (PADRAO 'N')                   *
      *----------------------------------------------------------------*
      *    RETURN-CODE.: 00 - BASES CONCILIADAS                        *
      *                  04 - HOUVE DIVERGENCIA OU REGISTRO INVALIDO   *
      *                       NO ARQUIVO DA BASE NACIONAL              *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DA CONCILIACAO COM A     *
      *                        BASE NACIONAL DE PORTABILIDADE.         *
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
           SELECT PORTCEN              ASSIGN
           TO DYNAMIC                  WRK-PATH-PORTCEN
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PORTCEN.
      *
           SELECT PORTCENS             ASSIGN
           TO DYNAMIC                  WRK-PATH-PORTCENS
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PORTCENS.
      *
           SELECT ORDENACAO            ASSIGN TO 'SORTWK01'.
      *
           SELECT PORTEXC              ASSIGN
           TO DYNAMIC                  WRK-PATH-PORTEXC
           ORGANIZATION IS             INDEXED
           ACCESS MODE IS              DYNAMIC
           RECORD KEY IS               FD-PEX-CHAVE
           FILE STATUS                 IS WRK-FS-PORTEXC.
      *
           SELECT PORTCONR             ASSIGN
           TO DYNAMIC                  WRK-PATH-PORTCONR
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PORTCONR.
      *
           SELECT PORTMOVC             ASSIGN
           TO DYNAMIC                  WRK-PATH-PORTMOVC
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PORTMOVC.
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
      *    ENTRADA......: ARQUIVO DIARIO DA BASE NACIONAL              *
      *----------------------------------------------------------------*
       FD  PORTCEN
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PORTCEN              PIC  X(040).
      *----------------------------------------------------------------*
      *    ENTRADA......: ARQUIVO DA BASE NACIONAL CLASSIFICADO        *
      *----------------------------------------------------------------*
       FD  PORTCENS
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PORTCENS.
           05  FD-CEN-ACAO             PIC  X(001).
               88  FD-CEN-PORTADO                  VALUE 'I'.
               88  FD-CEN-REVERTIDO                VALUE 'R'.
           05  FD-CEN-NUMERO.
               10  FD-CEN-DDD          PIC  9(002).
               10  FD-CEN-PREFIXO      PIC  9(005).
               10  FD-CEN-MCDU         PIC  9(004).
           05  FD-CEN-EOT-DOADORA      PIC  X(003).
           05  FD-CEN-EOT-RECEPTORA    PIC  X(003).
           05  FD-CEN-DATA-PORTAB      PIC  X(008).
           05  FILLER                  PIC  X(014).
      *----------------------------------------------------------------*
      *    TRABALHO.....: CLASSIFICACAO DO ARQUIVO DA BASE NACIONAL    *
      *----------------------------------------------------------------*
       SD  ORDENACAO.
      *
       01  SRT-REG-ORDENACAO.
           05  FILLER                  PIC  X(001).
           05  SRT-CHAVE               PIC  X(011).
           05  FILLER                  PIC  X(028).
      *----------------------------------------------------------------*
      *    ENTRADA......: BASE DE EXCECOES DE PORTABILIDADE (INDEXADA) *
      *----------------------------------------------------------------*
       FD  PORTEXC
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PORTEXC.
           05  FD-PEX-CHAVE.
               10  FD-PEX-DDD          PIC  9(002).
               10  FD-PEX-PREFIXO      PIC  9(005).
               10  FD-PEX-MCDU         PIC  9(004).
           05  FD-PEX-EOT-DOADORA      PIC  X(003).
           05  FD-PEX-EOT-RECEPTORA    PIC  X(003).
           05  FD-PEX-DATA-PORTAB      PIC  X(008).
           05  FILLER                  PIC  X(001).
      *----------------------------------------------------------------*
      *    SAIDA........: RELATORIO DE DIVERGENCIAS                    *
      *----------------------------------------------------------------*
       FD  PORTCONR
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PORTCONR             PIC  X(132).
      *----------------------------------------------------------------*
      *    SAIDA........: MOVIMENTO CORRETIVO (LAYOUT DO PORTMOVT)     *
      *----------------------------------------------------------------*
       FD  PORTMOVC
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PORTMOVC.
           05  FD-MOV-ACAO             PIC  X(001).
           05  FD-MOV-REGISTRO         PIC  X(026).
      *----------------------------------------------------------------*
      *    OUTPUT.....: LOG DE EXCECAO/ABEND COMPARTILHADO (ERRLOGCP)  *
      *----------------------------------------------------------------*
       FD  ERRLOG
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-ERRLOG               PIC  X(080).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** PORTCON1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-LIDOS-CEN       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-INVALIDOS-CEN   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-REPETIDOS-CEN   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LIDOS-PEX       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-NUM-CONFERIDOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-NUM-FALTANTES       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-NUM-SOBRANTES       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-NUM-DIF-RECEPTORA   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-NUM-DIF-DATA        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-GRAVADOS-MOVC   PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CONTROLE DA INTERCALACAO ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-INTERCALACAO.
           05  WRK-BUF-CEN             PIC  X(040) VALUE SPACES.
           05  WRK-BUF-CEN-R           REDEFINES WRK-BUF-CEN.
               10  WRK-BCN-ACAO        PIC  X(001).
                   88  WRK-BCN-PORTADO             VALUE 'I'.
               10  WRK-BCN-NUMERO      PIC  X(011).
               10  WRK-BCN-EOT-DOADORA PIC  X(003).
               10  WRK-BCN-EOT-RECEPTORA
                                       PIC  X(003).
               10  WRK-BCN-DATA-PORTAB PIC  X(008).
               10  FILLER              PIC  X(014).
           05  WRK-BUF-CEN-CHAVE       PIC  X(011) VALUE HIGH-VALUES.
           05  WRK-FLAG-FIM-CEN        PIC  X(001) VALUE SPACES.
               88  WRK-CENTRAL-ESGOTADA            VALUE 'S'.
           05  WRK-FLAG-BUF-CEN        PIC  X(001) VALUE SPACES.
               88  WRK-BUF-CEN-CARREGADO           VALUE 'S'.
           05  WRK-PROX-CEN            PIC  X(040) VALUE SPACES.
           05  WRK-FLAG-PROX-CEN       PIC  X(001) VALUE SPACES.
               88  WRK-PROX-CEN-CARREGADO          VALUE 'S'.
           05  WRK-BUF-PEX-CHAVE       PIC  X(011) VALUE HIGH-VALUES.
           05  WRK-FLAG-FIM-PEX        PIC  X(001) VALUE SPACES.
               88  WRK-PORTEXC-ESGOTADO            VALUE 'S'.
           05  WRK-FLAG-PORTEXC        PIC  X(001) VALUE SPACES.
               88  WRK-PORTEXC-ABERTO              VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE PARAMETROS ***'.
      *----------------------------------------------------------------*
       01  WRK-PARAMETROS.
           05  WRK-MODO                PIC  X(001) VALUE 'C'.
               88  WRK-MODO-COMPLETO               VALUE 'C'.
               88  WRK-MODO-DELTA                  VALUE 'D'.
           05  WRK-CORRIGIR            PIC  X(001) VALUE 'N'.
               88  WRK-GERAR-CORRECAO              VALUE 'S'.
           05  WRK-DATA-PROC           PIC  X(008) VALUE SPACES.
           05  WRK-DATA-TESTE          PIC  X(008) VALUE SPACES.
           05  WRK-DATA-EDITADA        PIC  X(010) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO RELATORIO DE DIVERGENCIAS ***'.
      *----------------------------------------------------------------*
       01  WRK-CAB-1.
           05  FILLER                  PIC  X(047) VALUE
               'PORTCON1 - CONCILIACAO PORTEXC X BASE NACIONAL'.
           05  FILLER                  PIC  X(004) VALUE ' EM '.
           05  WRK-CB1-DATA            PIC  X(010).
           05  FILLER                  PIC  X(008) VALUE ' - MODO '.
           05  WRK-CB1-MODO            PIC  X(008).
           05  FILLER                  PIC  X(055) VALUE SPACES.
       01  WRK-CAB-2.
           05  FILLER                  PIC  X(022) VALUE 'DIVERGENCIA'.
           05  FILLER                  PIC  X(015) VALUE 'NUMERO'.
           05  FILLER                  PIC  X(032) VALUE
               '----- PORTEXC ------'.
           05  FILLER                  PIC  X(024) VALUE
               '--- BASE NACIONAL ---'.
           05  FILLER                  PIC  X(039) VALUE 'CORRECAO'.
       01  WRK-CAB-3.
           05  FILLER                  PIC  X(037) VALUE SPACES.
           05  FILLER                  PIC  X(032) VALUE
               'DOA REC DATA-PORTAB'.
           05  FILLER                  PIC  X(063) VALUE
               'DOA REC DATA-PORTAB'.
       01  WRK-DET-DIVERGENCIA.
           05  WRK-DDV-DESCRICAO       PIC  X(020).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DDV-DDD             PIC  X(002).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DDV-PREFIXO         PIC  X(005).
           05  FILLER                  PIC  X(001) VALUE '-'.
           05  WRK-DDV-MCDU            PIC  X(004).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DDV-PEX-DOADORA     PIC  X(003).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DDV-PEX-RECEPTORA   PIC  X(003).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DDV-PEX-DATA        PIC  X(010).
           05  FILLER                  PIC  X(014) VALUE SPACES.
           05  WRK-DDV-CEN-DOADORA     PIC  X(003).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DDV-CEN-RECEPTORA   PIC  X(003).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DDV-CEN-DATA        PIC  X(010).
           05  FILLER                  PIC  X(006) VALUE SPACES.
           05  WRK-DDV-CORRECAO        PIC  X(001).
           05  FILLER                  PIC  X(038) VALUE SPACES.
       01  WRK-DET-INVALIDO.
           05  FILLER                  PIC  X(022) VALUE
               'REGISTRO INVALIDO'.
           05  WRK-DIV-REGISTRO        PIC  X(040).
           05  FILLER                  PIC  X(070) VALUE SPACES.
       01  WRK-TOT-DIVERGENCIA.
           05  WRK-TDV-DESCRICAO       PIC  X(035).
           05  WRK-TDV-QTD             PIC  Z.ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(084) VALUE SPACES.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'PORTCON1'.
           05  WRK-FS-PORTCEN          PIC  X(002) VALUE SPACES.
           05  WRK-FS-PORTCENS         PIC  X(002) VALUE SPACES.
           05  WRK-FS-PORTEXC          PIC  X(002) VALUE SPACES.
           05  WRK-FS-PORTCONR         PIC  X(002) VALUE SPACES.
           05  WRK-FS-PORTMOVC         PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-PORTCEN        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PORTCEN.dat'.
           05  WRK-PATH-PORTCENS       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PORTCENS.dat'.
           05  WRK-PATH-PORTEXC        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PORTEXC.dat'.
           05  WRK-PATH-PORTCONR       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PORTCONR.dat'.
           05  WRK-PATH-PORTMOVC       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PORTMOVC.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO PORTEXC (PORTEXCP) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-PORTEXC.
           COPY PORTEXCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO MOVIMENTO CORRETIVO (PORTMOVC) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-MOVIMENTO.
           05  WRK-MVT-REGISTRO.
               10  WRK-MVT-CHAVE       PIC  X(011).
               10  WRK-MVT-EOT-DOADORA PIC  X(003).
               10  WRK-MVT-EOT-RECEPTORA
                                       PIC  X(003).
               10  WRK-MVT-DATA-PORTAB PIC  X(008).
               10  FILLER              PIC  X(001).
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO LOG DE EXCECAO/ABEND (ERRLOG) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-ERRLOG.
           COPY ERRLOGCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** PORTCON1 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 1300-LER-CENTRAL.
           PERFORM 1400-LER-PORTEXC.
           PERFORM 2000-INTERCALAR
               UNTIL WRK-CENTRAL-ESGOTADA AND WRK-PORTEXC-ESGOTADO.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: CLASSIFICA O ARQUIVO DA BASE       *
      *    NACIONAL E ABRE OS ARQUIVOS DA CONCILIACAO                  *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-OBTER-PARAMETROS.
      *
           OPEN INPUT PORTCEN.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-PORTCEN.
           CLOSE PORTCEN.
      *
           SORT ORDENACAO
               ON ASCENDING KEY SRT-CHAVE
               WITH DUPLICATES IN ORDER
               USING  PORTCEN
               GIVING PORTCENS.
      *
           OPEN INPUT  PORTCENS
                OUTPUT PORTCONR.
           PERFORM 1020-TESTAR-FS-PORTCENS.
           PERFORM 1040-TESTAR-FS-PORTCONR.
      *
           IF WRK-GERAR-CORRECAO
               OPEN OUTPUT PORTMOVC
               PERFORM 1050-TESTAR-FS-PORTMOVC
           END-IF.
      *
           OPEN INPUT PORTEXC.
           IF (WRK-FS-PORTEXC          EQUAL '35')
               SET WRK-PORTEXC-ESGOTADO TO TRUE
           ELSE
               PERFORM 1030-TESTAR-FS-PORTEXC
               SET WRK-PORTEXC-ABERTO  TO TRUE
           END-IF.
      *
           MOVE WRK-DATA-PROC          TO WRK-DATA-TESTE.
           PERFORM 2800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-CB1-DATA.
           IF WRK-MODO-DELTA
               MOVE 'DELTA'            TO WRK-CB1-MODO
           ELSE
               MOVE 'COMPLETO'         TO WRK-CB1-MODO
           END-IF.
      *
           WRITE FD-REG-PORTCONR       FROM WRK-CAB-1.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-PORTCONR.
           WRITE FD-REG-PORTCONR       FROM WRK-LINHA-BRANCO.
           PERFORM 1040-TESTAR-FS-PORTCONR.
           WRITE FD-REG-PORTCONR       FROM WRK-CAB-2.
           PERFORM 1040-TESTAR-FS-PORTCONR.
           WRITE FD-REG-PORTCONR       FROM WRK-CAB-3.
           PERFORM 1040-TESTAR-FS-PORTCONR.
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PORTCEN_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PORTCEN
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PORTCENS_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PORTCENS
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PORTEXC_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PORTEXC
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PORTCONR_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PORTCONR
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PORTMOVC_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PORTMOVC
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
      *    ROTINA PARA OBTER O MODO DO ARQUIVO E A OPCAO DE CORRECAO   *
      *    (SE OMITIDOS OU INVALIDOS, FICAM OS PADROES)                *
      *----------------------------------------------------------------*
       1008-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PORTCON1_MODO'.
           IF (WRK-ENV-VALOR(1:1)      EQUAL 'C' OR 'D')
               MOVE WRK-ENV-VALOR(1:1) TO WRK-MODO
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR
                  FROM ENVIRONMENT 'PORTCON1_CORRIGIR'.
           IF (WRK-ENV-VALOR(1:1)      EQUAL 'S' OR 'N')
               MOVE WRK-ENV-VALOR(1:1) TO WRK-CORRIGIR
           END-IF.
      *
           ACCEPT WRK-DATA-PROC        FROM DATE YYYYMMDD.
      *
      *----------------------------------------------------------------*
       1008-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PORTCEN           *
      *----------------------------------------------------------------*
       1010-TESTAR-FS-PORTCEN          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PORTCEN          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PORTCEN               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PORTCEN
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PORTCEN'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PORTCEN     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PORTCENS          *
      *----------------------------------------------------------------*
       1020-TESTAR-FS-PORTCENS         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PORTCENS         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PORTCENS              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PORTCENS
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PORTCENS'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PORTCENS    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PORTEXC           *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-PORTEXC          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PORTEXC          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PORTEXC               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PORTEXC
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PORTEXC'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PORTEXC     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PORTCONR          *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-PORTCONR         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PORTCONR         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PORTCONR              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PORTCONR
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PORTCONR'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PORTCONR    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PORTMOVC          *
      *----------------------------------------------------------------*
       1050-TESTAR-FS-PORTMOVC         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PORTMOVC         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PORTMOVC              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PORTMOVC
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PORTMOVC'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PORTMOVC    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA DEIXAR NO BUFFER O PROXIMO NUMERO VALIDO DA     *
      *    BASE NACIONAL. QUANDO O MESMO NUMERO VEM REPETIDO, VALE A   *
      *    ULTIMA OCORRENCIA DO ARQUIVO                                *
      *----------------------------------------------------------------*
       1300-LER-CENTRAL                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-BUF-CEN.
      *
           PERFORM 1305-LER-UM-CENTRAL
               UNTIL WRK-BUF-CEN-CARREGADO OR WRK-CENTRAL-ESGOTADA.
      *
           IF WRK-CENTRAL-ESGOTADA
               MOVE HIGH-VALUES        TO WRK-BUF-CEN-CHAVE
               GO TO 1300-99-FIM
           END-IF.
      *
           PERFORM 1310-LER-PROXIMO-CENTRAL.
           PERFORM 1320-DESCARTAR-REPETIDO
               UNTIL (NOT WRK-PROX-CEN-CARREGADO) OR
                     (WRK-PROX-CEN(2:11) NOT EQUAL WRK-BUF-CEN-CHAVE).
      *
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA TOMAR O PROXIMO REGISTRO DA BASE NACIONAL: O    *
      *    INVALIDO E LISTADO E A LEITURA SEGUE; O VALIDO FICA NO      *
      *    BUFFER DA INTERCALACAO                                      *
      *----------------------------------------------------------------*
       1305-LER-UM-CENTRAL             SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-PROX-CEN-CARREGADO
               PERFORM 1310-LER-PROXIMO-CENTRAL
           END-IF.
      *
           IF NOT WRK-PROX-CEN-CARREGADO
               SET WRK-CENTRAL-ESGOTADA TO TRUE
               GO TO 1305-99-FIM
           END-IF.
      *
           MOVE WRK-PROX-CEN           TO WRK-BUF-CEN.
           MOVE SPACES                 TO WRK-FLAG-PROX-CEN.
      *
           IF (WRK-BCN-NUMERO          NOT NUMERIC) OR
              (WRK-BCN-ACAO            NOT EQUAL 'I' AND 'R')
               PERFORM 2700-LISTAR-INVALIDO
           ELSE
               SET WRK-BUF-CEN-CARREGADO TO TRUE
               MOVE WRK-BCN-NUMERO     TO WRK-BUF-CEN-CHAVE
           END-IF.
      *
      *----------------------------------------------------------------*
       1305-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O PORTCENS PARA A AREA DE LEITURA ANTECIPADA*
      *----------------------------------------------------------------*
       1310-LER-PROXIMO-CENTRAL        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-PROX-CEN
                                          WRK-FLAG-PROX-CEN.
           READ PORTCENS               INTO WRK-PROX-CEN.
      *
           IF (WRK-FS-PORTCENS         NOT EQUAL '10')
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1020-TESTAR-FS-PORTCENS
               ADD  1                  TO ACU-REG-LIDOS-CEN
               SET WRK-PROX-CEN-CARREGADO TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       1310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA SUBSTITUIR O NUMERO DO BUFFER PELA OCORRENCIA   *
      *    SEGUINTE DO MESMO NUMERO (VALE A MAIS RECENTE DO ARQUIVO)   *
      *----------------------------------------------------------------*
       1320-DESCARTAR-REPETIDO         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-PROX-CEN(1:1)       EQUAL 'I' OR 'R')
               MOVE WRK-PROX-CEN       TO WRK-BUF-CEN
               ADD  1                  TO ACU-REG-REPETIDOS-CEN
           ELSE
               MOVE WRK-PROX-CEN       TO WRK-DIV-REGISTRO
               PERFORM 2710-GRAVAR-INVALIDO
           END-IF.
      *
           PERFORM 1310-LER-PROXIMO-CENTRAL.
      *
      *----------------------------------------------------------------*
       1320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O PROXIMO NUMERO DO PORTEXC                 *
      *----------------------------------------------------------------*
       1400-LER-PORTEXC                SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PORTEXC-ESGOTADO
               MOVE HIGH-VALUES        TO WRK-BUF-PEX-CHAVE
               GO TO 1400-99-FIM
           END-IF.
      *
           READ PORTEXC NEXT           INTO WRK-AREA-PORTEXC.
      *
           IF (WRK-FS-PORTEXC          EQUAL '10')
               SET WRK-PORTEXC-ESGOTADO TO TRUE
               MOVE HIGH-VALUES        TO WRK-BUF-PEX-CHAVE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1030-TESTAR-FS-PORTEXC
               ADD  1                  TO ACU-REG-LIDOS-PEX
               MOVE PORTEXCP-CHAVE     TO WRK-BUF-PEX-CHAVE
           END-IF.
      *
      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INTERCALACAO POR NUMERO DA BASE NACIONAL COM O    *
      *    PORTEXC                                                     *
      *----------------------------------------------------------------*
       2000-INTERCALAR                 SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN WRK-BUF-CEN-CHAVE  EQUAL WRK-BUF-PEX-CHAVE
                   PERFORM 2100-CONFERIR-NUMERO
                   PERFORM 1300-LER-CENTRAL
                   PERFORM 1400-LER-PORTEXC
               WHEN WRK-BUF-CEN-CHAVE  LESS THAN WRK-BUF-PEX-CHAVE
                   PERFORM 2200-TRATAR-SO-CENTRAL
                   PERFORM 1300-LER-CENTRAL
               WHEN OTHER
                   PERFORM 2300-TRATAR-SO-PORTEXC
                   PERFORM 1400-LER-PORTEXC
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFERIR O NUMERO PRESENTE NAS DUAS BASES       *
      *----------------------------------------------------------------*
       2100-CONFERIR-NUMERO            SECTION.
      *----------------------------------------------------------------*
      *
           ADD  1                      TO ACU-NUM-CONFERIDOS.
      *
           IF NOT WRK-BCN-PORTADO
               MOVE 'SOBRA NO PORTEXC'  TO WRK-DDV-DESCRICAO
               ADD  1                  TO ACU-NUM-SOBRANTES
               PERFORM 2600-SUGERIR-REVERSAO
               GO TO 2100-99-FIM
           END-IF.
      *
           EVALUATE TRUE
               WHEN (PORTEXCP-EOT-RECEPTORA NOT EQUAL
                                       WRK-BCN-EOT-RECEPTORA) AND
                    (PORTEXCP-DATA-PORTAB   NOT EQUAL
                                       WRK-BCN-DATA-PORTAB)
                   MOVE 'RECEPTORA E DATA'  TO WRK-DDV-DESCRICAO
                   ADD  1              TO ACU-NUM-DIF-RECEPTORA
                                          ACU-NUM-DIF-DATA
               WHEN (PORTEXCP-EOT-RECEPTORA NOT EQUAL
                                       WRK-BCN-EOT-RECEPTORA)
                   MOVE 'RECEPTORA DIFERENTE' TO WRK-DDV-DESCRICAO
                   ADD  1              TO ACU-NUM-DIF-RECEPTORA
               WHEN (PORTEXCP-DATA-PORTAB   NOT EQUAL
                                       WRK-BCN-DATA-PORTAB)
                   MOVE 'DATA DIFERENTE' TO WRK-DDV-DESCRICAO
                   ADD  1              TO ACU-NUM-DIF-DATA
               WHEN OTHER
                   GO TO 2100-99-FIM
           END-EVALUATE.
      *
           PERFORM 2500-SUGERIR-INCLUSAO.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA O NUMERO SO PRESENTE NA BASE NACIONAL: SE ESTA  *
      *    PORTADO LA, FALTA NO PORTEXC; SE FOI REVERTIDO, AS BASES    *
      *    JA CONCORDAM                                                *
      *----------------------------------------------------------------*
       2200-TRATAR-SO-CENTRAL          SECTION.
      *----------------------------------------------------------------*
      *
           ADD  1                      TO ACU-NUM-CONFERIDOS.
      *
           IF NOT WRK-BCN-PORTADO
               GO TO 2200-99-FIM
           END-IF.
      *
           MOVE 'FALTA NO PORTEXC'     TO WRK-DDV-DESCRICAO.
           ADD  1                      TO ACU-NUM-FALTANTES.
           PERFORM 2500-SUGERIR-INCLUSAO.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA O NUMERO SO PRESENTE NO PORTEXC: NO ARQUIVO     *
      *    COMPLETO E SOBRA; NO DELTA NAO HOUVE MOVIMENTO DO NUMERO    *
      *----------------------------------------------------------------*
       2300-TRATAR-SO-PORTEXC          SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-MODO-DELTA
               GO TO 2300-99-FIM
           END-IF.
      *
           ADD  1                      TO ACU-NUM-CONFERIDOS.
           MOVE 'SOBRA NO PORTEXC'     TO WRK-DDV-DESCRICAO.
           ADD  1                      TO ACU-NUM-SOBRANTES.
           PERFORM 2600-SUGERIR-REVERSAO.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA SUGERIR A INCLUSAO/ATUALIZACAO DO NUMERO NO     *
      *    PORTEXC COM OS DADOS DA BASE NACIONAL                       *
      *----------------------------------------------------------------*
       2500-SUGERIR-INCLUSAO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-MVT-REGISTRO.
           MOVE WRK-BCN-NUMERO         TO WRK-MVT-CHAVE.
           MOVE WRK-BCN-EOT-DOADORA    TO WRK-MVT-EOT-DOADORA.
           MOVE WRK-BCN-EOT-RECEPTORA  TO WRK-MVT-EOT-RECEPTORA.
           MOVE WRK-BCN-DATA-PORTAB    TO WRK-MVT-DATA-PORTAB.
      *
           MOVE 'I'                    TO FD-MOV-ACAO.
           PERFORM 2650-GRAVAR-CORRECAO.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA SUGERIR A REVERSAO DO NUMERO NO PORTEXC         *
      *----------------------------------------------------------------*
       2600-SUGERIR-REVERSAO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PORTEXCP-REGISTRO      TO WRK-MVT-REGISTRO.
      *
           MOVE 'R'                    TO FD-MOV-ACAO.
           PERFORM 2650-GRAVAR-CORRECAO.
      *
      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LISTAR A DIVERGENCIA E, SE PEDIDO, GRAVAR O     *
      *    MOVIMENTO CORRETIVO NO PORTMOVC                             *
      *----------------------------------------------------------------*
       2650-GRAVAR-CORRECAO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-MVT-CHAVE(1:2)     TO WRK-DDV-DDD.
           MOVE WRK-MVT-CHAVE(3:5)     TO WRK-DDV-PREFIXO.
           MOVE WRK-MVT-CHAVE(8:4)     TO WRK-DDV-MCDU.
           MOVE SPACES                 TO WRK-DDV-PEX-DOADORA
                                          WRK-DDV-PEX-RECEPTORA
                                          WRK-DDV-PEX-DATA
                                          WRK-DDV-CEN-DOADORA
                                          WRK-DDV-CEN-RECEPTORA
                                          WRK-DDV-CEN-DATA.
      *
           IF (WRK-BUF-PEX-CHAVE       EQUAL WRK-MVT-CHAVE)
               MOVE PORTEXCP-EOT-DOADORA TO WRK-DDV-PEX-DOADORA
               MOVE PORTEXCP-EOT-RECEPTORA
                                       TO WRK-DDV-PEX-RECEPTORA
               MOVE PORTEXCP-DATA-PORTAB TO WRK-DATA-TESTE
               PERFORM 2800-EDITAR-DATA
               MOVE WRK-DATA-EDITADA   TO WRK-DDV-PEX-DATA
           END-IF.
      *
           IF (WRK-BUF-CEN-CHAVE       EQUAL WRK-MVT-CHAVE)
               MOVE WRK-BCN-EOT-DOADORA TO WRK-DDV-CEN-DOADORA
               MOVE WRK-BCN-EOT-RECEPTORA
                                       TO WRK-DDV-CEN-RECEPTORA
               MOVE WRK-BCN-DATA-PORTAB TO WRK-DATA-TESTE
               PERFORM 2800-EDITAR-DATA
               MOVE WRK-DATA-EDITADA   TO WRK-DDV-CEN-DATA
           END-IF.
      *
           MOVE FD-MOV-ACAO            TO WRK-DDV-CORRECAO.
      *
           WRITE FD-REG-PORTCONR       FROM WRK-DET-DIVERGENCIA.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-PORTCONR.
      *
           IF NOT WRK-GERAR-CORRECAO
               GO TO 2650-99-FIM
           END-IF.
      *
           MOVE WRK-MVT-REGISTRO       TO FD-MOV-REGISTRO.
           WRITE FD-REG-PORTMOVC.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-PORTMOVC.
           ADD  1                      TO ACU-REG-GRAVADOS-MOVC.
      *
      *----------------------------------------------------------------*
       2650-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LISTAR UM REGISTRO INVALIDO DO BUFFER DA BASE   *
      *    NACIONAL                                                    *
      *----------------------------------------------------------------*
       2700-LISTAR-INVALIDO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-BUF-CEN            TO WRK-DIV-REGISTRO.
           PERFORM 2710-GRAVAR-INVALIDO.
      *
      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR A LINHA DE REGISTRO INVALIDO             *
      *----------------------------------------------------------------*
       2710-GRAVAR-INVALIDO            SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-PORTCONR       FROM WRK-DET-INVALIDO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-PORTCONR.
           ADD  1                      TO ACU-REG-INVALIDOS-CEN.
      *
      *----------------------------------------------------------------*
       2710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EDITAR A DATA DE WRK-DATA-TESTE EM DD/MM/AAAA   *
      *    (BRANCO QUANDO NAO NUMERICA)                                *
      *----------------------------------------------------------------*
       2800-EDITAR-DATA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DATA-EDITADA.
           IF (WRK-DATA-TESTE          IS NUMERIC)
               STRING WRK-DATA-TESTE(7:2) '/'
                      WRK-DATA-TESTE(5:2) '/'
                      WRK-DATA-TESTE(1:4)
                      DELIMITED BY SIZE  INTO WRK-DATA-EDITADA
           END-IF.
      *
      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO: EMITE OS TOTAIS, FECHA OS ARQUIVOS E *
      *    DEFINE O RETURN-CODE                                        *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-PORTCONR       FROM WRK-LINHA-BRANCO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-PORTCONR.
      *
           MOVE 'NUMEROS CONFERIDOS............:' TO WRK-TDV-DESCRICAO.
           MOVE ACU-NUM-CONFERIDOS     TO WRK-TDV-QTD.
           PERFORM 3050-GRAVAR-TOTAL.
           MOVE 'FALTA NO PORTEXC..............:' TO WRK-TDV-DESCRICAO.
           MOVE ACU-NUM-FALTANTES      TO WRK-TDV-QTD.
           PERFORM 3050-GRAVAR-TOTAL.
           MOVE 'SOBRA NO PORTEXC..............:' TO WRK-TDV-DESCRICAO.
           MOVE ACU-NUM-SOBRANTES      TO WRK-TDV-QTD.
           PERFORM 3050-GRAVAR-TOTAL.
           MOVE 'RECEPTORA DIFERENTE...........:' TO WRK-TDV-DESCRICAO.
           MOVE ACU-NUM-DIF-RECEPTORA  TO WRK-TDV-QTD.
           PERFORM 3050-GRAVAR-TOTAL.
           MOVE 'DATA-PORTAB DIFERENTE.........:' TO WRK-TDV-DESCRICAO.
           MOVE ACU-NUM-DIF-DATA       TO WRK-TDV-QTD.
           PERFORM 3050-GRAVAR-TOTAL.
           MOVE 'REGISTROS INVALIDOS...........:' TO WRK-TDV-DESCRICAO.
           MOVE ACU-REG-INVALIDOS-CEN  TO WRK-TDV-QTD.
           PERFORM 3050-GRAVAR-TOTAL.
      *
           CLOSE PORTCENS PORTCONR.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-PORTCENS.
           PERFORM 1040-TESTAR-FS-PORTCONR.
      *
           IF WRK-GERAR-CORRECAO
               CLOSE PORTMOVC
               PERFORM 1050-TESTAR-FS-PORTMOVC
           END-IF.
      *
           IF WRK-PORTEXC-ABERTO
               CLOSE PORTEXC
               PERFORM 1030-TESTAR-FS-PORTEXC
           END-IF.
      *
           PERFORM 3100-EMITIR-ESTATISTICAS.
      *
           IF (ACU-NUM-FALTANTES       GREATER THAN ZERO) OR
              (ACU-NUM-SOBRANTES       GREATER THAN ZERO) OR
              (ACU-NUM-DIF-RECEPTORA   GREATER THAN ZERO) OR
              (ACU-NUM-DIF-DATA        GREATER THAN ZERO) OR
              (ACU-REG-INVALIDOS-CEN   GREATER THAN ZERO)
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
      *    ROTINA PARA GRAVAR UMA LINHA DE TOTAL DO RELATORIO          *
      *----------------------------------------------------------------*
       3050-GRAVAR-TOTAL               SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-PORTCONR       FROM WRK-TOT-DIVERGENCIA.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-PORTCONR.
      *
      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
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
           DISPLAY '* PORTCON1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* PORTCEN  |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-CEN '     *'.
           DISPLAY '* PORTCEN  |  I  | REPETIDOS     | '
           ACU-REG-REPETIDOS-CEN '     *'.
           DISPLAY '* PORTCEN  |  I  | INVALIDOS     | '
           ACU-REG-INVALIDOS-CEN '     *'.
           DISPLAY '* PORTEXC  |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-PEX '     *'.
           DISPLAY '* PORTCONR |  O  | FALTANTES     | '
           ACU-NUM-FALTANTES '     *'.
           DISPLAY '* PORTCONR |  O  | SOBRANTES     | '
           ACU-NUM-SOBRANTES '     *'.
           DISPLAY '* PORTCONR |  O  | DIF.RECEPTORA | '
           ACU-NUM-DIF-RECEPTORA '     *'.
           DISPLAY '* PORTCONR |  O  | DIF.DATA      | '
           ACU-NUM-DIF-DATA '     *'.
           DISPLAY '* PORTMOVC |  O  | TOTAL REG.    | '
           ACU-REG-GRAVADOS-MOVC '     *'.
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
