      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. REJAGE01.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  REJAGE01                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  RELATORIO SEMANAL DE AGING DE REJEITADOS:    *
      *                   A PARTIR DA BASE DE AGING (REJAGEB, MANTIDA  *
      *                   TODA NOITE PELO REJFBK01) MOSTRA, POR        *
      *                   OPERADORA, QUANTOS RANGES REJEITADOS AINDA   *
      *                   NAO FORAM CORRIGIDOS E QUANTOS DELES ESTAO   *
      *                   PENDENTES HA 7, 15 E 30 DIAS OU MAIS, E      *
      *                   RELACIONA UM A UM OS PENDENTES HA 30 DIAS OU *
      *                   MAIS.                                        *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  REJAGEB                     REJAGECP          *
      *                  REJAGEW                     REJAGECP          *
      *                  EOTMAST                     EOTMSTCP          *
      *                  REJAGER                     (VIDE FD)         *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: REJAGEB  - BASE DE AGING DE REJEITADOS        *
      *                  REJAGEW  - TRABALHO: BASE CLASSIFICADA POR    *
      *                             EOT + DATA DA PRIMEIRA REJEICAO    *
      *                  EOTMAST  - CADASTRO MESTRE DE OPERADORAS      *
      *                             (OPCIONAL, SO PARA O NOME)         *
      *                  REJAGER  - RELATORIO DE AGING (132 COLUNAS)   *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: REJAGE_DATA - DATA DE POSICAO (AAAAMMDD) PARA *
      *                                O CALCULO DOS DIAS PENDENTES;   *
      *                                SE OMITIDA VALE HOJE            *
      *----------------------------------------------------------------*
      *    RETURN-CODE.: 00 - NENHUM REJEITADO PENDENTE HA 30 DIAS OU  *
      *                       MAIS                                     *
      *                  04 - HA REJEITADO PENDENTE HA 30 DIAS OU MAIS *
      *                  16 - ERRO DE ARQUIVO / TABELA CHEIA           *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DO AGING SEMANAL DE      *
      *                        REJEITADOS POR OPERADORA.               *
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
           SELECT REJAGEB              ASSIGN
           TO DYNAMIC                  WRK-PATH-REJAGEB
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-REJAGEB.
      *
           SELECT REJAGEW              ASSIGN
           TO DYNAMIC                  WRK-PATH-REJAGEW
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-REJAGEW.
      *
           SELECT ORDENACAO            ASSIGN TO 'SORTWK01'.
      *
           SELECT EOTMAST              ASSIGN
           TO DYNAMIC                  WRK-PATH-EOTMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EOTMAST.
      *
           SELECT REJAGER              ASSIGN
           TO DYNAMIC                  WRK-PATH-REJAGER
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-REJAGER.
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
      *    ENTRADA......: BASE DE AGING DE REJEITADOS                  *
      *----------------------------------------------------------------*
       FD  REJAGEB
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-REJAGEB              PIC  X(120).
      *----------------------------------------------------------------*
      *    TRABALHO.....: BASE CLASSIFICADA POR EOT + DATA             *
      *----------------------------------------------------------------*
       FD  REJAGEW
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-REJAGEW              PIC  X(120).
      *----------------------------------------------------------------*
      *    ORDENACAO....: BASE DE AGING                                *
      *----------------------------------------------------------------*
       SD  ORDENACAO.
      *
       01  SRT-REGISTRO.
           05  SRT-CHAVE-RANGE          PIC  X(019).
           05  SRT-EOT                  PIC  X(003).
           05  FILLER                   PIC  X(003).
           05  SRT-DATA-REJEICAO        PIC  X(008).
           05  FILLER                   PIC  X(087).
      *----------------------------------------------------------------*
      *    INPUT......: CADASTRO MESTRE DE OPERADORAS (EOTMAST)        *
      *----------------------------------------------------------------*
       FD  EOTMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EOTMAST               PIC  X(060).
      *----------------------------------------------------------------*
      *    SAIDA........: RELATORIO DE AGING DE REJEITADOS             *
      *----------------------------------------------------------------*
       FD  REJAGER
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-REJAGER              PIC  X(132).
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
           '*** REJAGE01 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-LIDOS-REJAGEW   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-ACIMA-30        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-LINHAS-GRAVADAS     PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO AGING POR OPERADORA ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-AGING.
           05  WRK-QTD-AGING           PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-AGING-ITEM      OCCURS 500 TIMES.
               10  WRK-AGE-EOT         PIC  X(003).
               10  WRK-AGE-PENDENTES   PIC  9(007) COMP-3.
               10  WRK-AGE-ACIMA-7     PIC  9(007) COMP-3.
               10  WRK-AGE-ACIMA-15    PIC  9(007) COMP-3.
               10  WRK-AGE-ACIMA-30    PIC  9(007) COMP-3.
               10  WRK-AGE-MAIS-ANTIGA PIC  9(008).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-AGING.
           05  WRK-IDX-AGING           PIC  9(004) COMP VALUE ZERO.
           05  WRK-DATA-REF-X          PIC  X(008) VALUE SPACES.
           05  WRK-DATA-REF            REDEFINES
               WRK-DATA-REF-X          PIC  9(008).
           05  WRK-DIAS-PENDENTE       PIC S9(007) COMP-3 VALUE ZERO.
           05  WRK-DATA-EDICAO         PIC  9(008) VALUE ZEROS.
           05  WRK-DATA-FORMATADA      PIC  X(010) VALUE SPACES.
           05  WRK-TOT-PENDENTES       PIC  9(007) COMP-3 VALUE ZERO.
           05  WRK-TOT-ACIMA-7         PIC  9(007) COMP-3 VALUE ZERO.
           05  WRK-TOT-ACIMA-15        PIC  9(007) COMP-3 VALUE ZERO.
           05  WRK-TOT-ACIMA-30        PIC  9(007) COMP-3 VALUE ZERO.
           05  WRK-FLAG-FIM-REJAGEW    PIC  X(001) VALUE SPACES.
               88  WRK-REJAGEW-ESGOTADO            VALUE 'S'.
           05  WRK-IDX-MOTIVO          PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-MOTIVO   PIC  X(001) VALUE SPACES.
               88  WRK-MOTIVO-ACHOU                VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA MONTAGEM DO RELATORIO ***'.
      *----------------------------------------------------------------*
       01  WRK-CAB-1.
           05  FILLER                  PIC  X(040) VALUE
               'REJAGE01 - AGING DE REJEITADOS NAO CORRI'.
           05  FILLER                  PIC  X(019) VALUE
               'GIDOS POR OPERADORA'.
           05  FILLER                  PIC  X(014) VALUE
               ' - POSICAO EM '.
           05  WRK-CB1-DATA            PIC  X(010).
           05  FILLER                  PIC  X(049) VALUE SPACES.
       01  WRK-CAB-2.
           05  FILLER                  PIC  X(047) VALUE
               'EOT    OPERADORA'.
           05  FILLER                  PIC  X(013) VALUE
               '    PENDENTES'.
           05  FILLER                  PIC  X(013) VALUE
               '      7+ DIAS'.
           05  FILLER                  PIC  X(013) VALUE
               '     15+ DIAS'.
           05  FILLER                  PIC  X(013) VALUE
               '     30+ DIAS'.
           05  FILLER                  PIC  X(033) VALUE
               '   MAIS ANTIGO   DIAS'.
       01  WRK-DET-AGING.
           05  WRK-DAG-EOT             PIC  X(006).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DAG-NOME            PIC  X(040).
           05  FILLER                  PIC  X(004) VALUE SPACES.
           05  WRK-DAG-PENDENTES       PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(004) VALUE SPACES.
           05  WRK-DAG-ACIMA-7         PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(004) VALUE SPACES.
           05  WRK-DAG-ACIMA-15        PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(004) VALUE SPACES.
           05  WRK-DAG-ACIMA-30        PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(004) VALUE SPACES.
           05  WRK-DAG-MAIS-ANTIGA     PIC  X(010).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DAG-DIAS            PIC  ZZZZ9.
           05  WRK-DAG-DIAS-X          REDEFINES
               WRK-DAG-DIAS            PIC  X(005).
           05  FILLER                  PIC  X(012) VALUE SPACES.
       01  WRK-CAB-3.
           05  FILLER                  PIC  X(132) VALUE
               'RANGES PENDENTES HA 30 DIAS OU MAIS'.
       01  WRK-CAB-4.
           05  FILLER                  PIC  X(037) VALUE
               'EOT  ORIGEM    DDD PREFX RANGE  MOT'.
           05  FILLER                  PIC  X(064) VALUE
               'DESCRICAO DO MOTIVO'.
           05  FILLER                  PIC  X(031) VALUE
               '1A REJEICAO  DIAS  NOITES'.
       01  WRK-DET-PENDENTE.
           05  WRK-DPE-EOT             PIC  X(003).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPE-ORIGEM          PIC  X(008).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPE-DDD             PIC  9(002).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPE-PREFIXO         PIC  9(005).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DPE-RANGE           PIC  9(004).
           05  FILLER                  PIC  X(003) VALUE SPACES.
           05  WRK-DPE-MOTIVO          PIC  X(003).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPE-DESCRICAO       PIC  X(060).
           05  FILLER                  PIC  X(004) VALUE SPACES.
           05  WRK-DPE-DATA            PIC  X(010).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPE-DIAS            PIC  ZZZZ9.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPE-NOITES          PIC  ZZZ9.
           05  FILLER                  PIC  X(008) VALUE SPACES.
       01  WRK-LINHA-AVISO.
           05  FILLER                  PIC  X(005) VALUE SPACES.
           05  WRK-AVI-TEXTO           PIC  X(127).
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'REJAGE01'.
           05  WRK-FS-REJAGEB          PIC  X(002) VALUE SPACES.
           05  WRK-FS-REJAGEW          PIC  X(002) VALUE SPACES.
           05  WRK-FS-EOTMAST          PIC  X(002) VALUE SPACES.
           05  WRK-FS-REJAGER          PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-REJAGEB        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\REJAGEB.dat'.
           05  WRK-PATH-REJAGEW        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\REJAGEW.dat'.
           05  WRK-PATH-EOTMAST        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EOTMAST.dat'.
           05  WRK-PATH-REJAGER        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\REJAGER.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
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
           '*** AREA DO MESTRE DE OPERADORAS (EOTMSTCP) ***'.
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
           '*** REJAGE01 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-APURAR-AGING.
           PERFORM 2200-EMITIR-QUADRO.
           PERFORM 2300-EMITIR-PENDENTES.
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
           PERFORM 1009-CARREGAR-OPERADORAS.
      *
           OPEN INPUT REJAGEB.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-REJAGEB.
      *
           IF (WRK-FS-REJAGEB          EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': REJAGEB AUSENTE - '
                       'NENHUM REJEITADO PENDENTE ***'
               OPEN OUTPUT REJAGEW
               PERFORM 1030-TESTAR-FS-REJAGEW
               CLOSE REJAGEW
           ELSE
               CLOSE REJAGEB
               SORT ORDENACAO
                   ON ASCENDING KEY SRT-EOT SRT-DATA-REJEICAO
                                    SRT-CHAVE-RANGE
                   USING  REJAGEB
                   GIVING REJAGEW
           END-IF.
      *
           OPEN OUTPUT REJAGER.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-REJAGER.
      *
           MOVE SPACES                 TO WRK-CB1-DATA.
           STRING WRK-DATA-REF-X(7:2) '/'
                  WRK-DATA-REF-X(5:2) '/'
                  WRK-DATA-REF-X(1:4)
                  DELIMITED BY SIZE    INTO WRK-CB1-DATA.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER OS CAMINHOS DE ARQUIVO E A DATA DE        *
      *    POSICAO, VIA VARIAVEIS DE AMBIENTE                          *
      *----------------------------------------------------------------*
       1005-OBTER-CAMINHOS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'REJAGEB_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-REJAGEB
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'REJAGEW_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-REJAGEW
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EOTMAST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EOTMAST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'REJAGER_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-REJAGER
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'ERRLOG_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-ERRLOG
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'REJAGE_DATA'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:8) TO WRK-DATA-REF-X
           END-IF.
      *
      *----------------------------------------------------------------*
       1005-99-FIM.                    EXIT.
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
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO REJAGEB. O FS     *
      *    '35' (BASE AINDA NAO CRIADA) E TOLERADO.                    *
      *----------------------------------------------------------------*
       1020-TESTAR-FS-REJAGEB          SECTION.
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
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO REJAGEW           *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-REJAGEW          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-REJAGEW          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              REJAGEW               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-REJAGEW
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'REJAGEW'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-REJAGEW     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO REJAGER           *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-REJAGER          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-REJAGER          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              REJAGER               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-REJAGER
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'REJAGER'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-REJAGER     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER A BASE CLASSIFICADA E CALCULAR OS DIAS      *
      *    PENDENTES DO RANGE (DATA DE POSICAO - PRIMEIRA REJEICAO)    *
      *----------------------------------------------------------------*
       1100-LER-REJAGEW                SECTION.
      *----------------------------------------------------------------*
      *
           READ REJAGEW                INTO REJAGECP-REGISTRO.
      *
           IF (WRK-FS-REJAGEW          EQUAL '10')
               SET WRK-REJAGEW-ESGOTADO TO TRUE
               GO TO 1100-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-REJAGEW.
      *
           MOVE ZERO                   TO WRK-DIAS-PENDENTE.
           IF (REJAGECP-DATA-REJEICAO  IS NUMERIC) AND
              (REJAGECP-DATA-REJEICAO  GREATER THAN ZERO) AND
              (REJAGECP-DATA-REJEICAO  LESS THAN WRK-DATA-REF)
               COMPUTE WRK-DIAS-PENDENTE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REF) -
                   FUNCTION INTEGER-OF-DATE(REJAGECP-DATA-REJEICAO)
           END-IF.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA APURAR O AGING POR OPERADORA (PRIMEIRA PASSAGEM *
      *    PELA BASE CLASSIFICADA POR EOT)                             *
      *----------------------------------------------------------------*
       2000-APURAR-AGING               SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT REJAGEW.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-REJAGEW.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-REJAGEW.
           PERFORM 1100-LER-REJAGEW.
      *
           PERFORM 2010-ACUMULAR-RANGE
               UNTIL WRK-REJAGEW-ESGOTADO.
      *
           CLOSE REJAGEW.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ACUMULAR UM RANGE PENDENTE NA SUA OPERADORA. A  *
      *    BASE VEM POR EOT + DATA, ENTAO O PRIMEIRO RANGE DE CADA EOT *
      *    E O MAIS ANTIGO.                                            *
      *----------------------------------------------------------------*
       2010-ACUMULAR-RANGE             SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-QTD-AGING           EQUAL ZERO) OR
              (REJAGECP-EOT            NOT EQUAL
                                       WRK-AGE-EOT(WRK-QTD-AGING))
               IF (WRK-QTD-AGING       NOT LESS THAN 500)
                   DISPLAY '************** ' WRK-PROGRAMA
                           ' **************'
                   DISPLAY '*  TABELA DE AGING POR OPERADORA     *'
                   DISPLAY '*  CHEIA - LIMITE DE 500 EXCEDIDO    *'
                   DISPLAY '*  PROCESSAMENTO ABORTADO            *'
                   DISPLAY '************** ' WRK-PROGRAMA
                           ' **************'
                   MOVE 16             TO RETURN-CODE
                   SET WRK-ABENDAR     TO TRUE
                   GOBACK
               END-IF
               ADD  1                  TO WRK-QTD-AGING
               MOVE REJAGECP-EOT       TO WRK-AGE-EOT(WRK-QTD-AGING)
               MOVE ZEROS              TO
                              WRK-AGE-PENDENTES(WRK-QTD-AGING)
                              WRK-AGE-ACIMA-7(WRK-QTD-AGING)
                              WRK-AGE-ACIMA-15(WRK-QTD-AGING)
                              WRK-AGE-ACIMA-30(WRK-QTD-AGING)
               MOVE REJAGECP-DATA-REJEICAO TO
                              WRK-AGE-MAIS-ANTIGA(WRK-QTD-AGING)
           END-IF.
      *
           ADD  1                      TO
                              WRK-AGE-PENDENTES(WRK-QTD-AGING)
                                          ACU-REG-LIDOS-REJAGEW.
           IF (WRK-DIAS-PENDENTE       NOT LESS THAN 7)
               ADD  1                  TO
                              WRK-AGE-ACIMA-7(WRK-QTD-AGING)
           END-IF.
           IF (WRK-DIAS-PENDENTE       NOT LESS THAN 15)
               ADD  1                  TO
                              WRK-AGE-ACIMA-15(WRK-QTD-AGING)
           END-IF.
           IF (WRK-DIAS-PENDENTE       NOT LESS THAN 30)
               ADD  1                  TO
                              WRK-AGE-ACIMA-30(WRK-QTD-AGING)
           END-IF.
      *
           PERFORM 1100-LER-REJAGEW.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR O QUADRO DE AGING POR OPERADORA          *
      *----------------------------------------------------------------*
       2200-EMITIR-QUADRO              SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-REJAGER        FROM WRK-CAB-1.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-REJAGER.
           WRITE FD-REG-REJAGER        FROM WRK-LINHA-BRANCO.
           PERFORM 1040-TESTAR-FS-REJAGER.
      *
           IF (WRK-QTD-AGING           EQUAL ZERO)
               MOVE 'NENHUM RANGE REJEITADO PENDENTE DE CORRECAO.'
                                       TO WRK-AVI-TEXTO
               WRITE FD-REG-REJAGER    FROM WRK-LINHA-AVISO
               PERFORM 1040-TESTAR-FS-REJAGER
               ADD  3                  TO ACU-LINHAS-GRAVADAS
               GO TO 2200-99-FIM
           END-IF.
      *
           WRITE FD-REG-REJAGER        FROM WRK-CAB-2.
           PERFORM 1040-TESTAR-FS-REJAGER.
           ADD  3                      TO ACU-LINHAS-GRAVADAS.
      *
           PERFORM 2210-EMITIR-OPERADORA
               VARYING WRK-IDX-AGING FROM 1 BY 1
               UNTIL   WRK-IDX-AGING GREATER THAN WRK-QTD-AGING.
      *
           WRITE FD-REG-REJAGER        FROM WRK-LINHA-BRANCO.
           PERFORM 1040-TESTAR-FS-REJAGER.
           MOVE 'TOTAL'                TO WRK-DAG-EOT.
           MOVE SPACES                 TO WRK-DAG-NOME
                                          WRK-DAG-MAIS-ANTIGA.
           MOVE WRK-TOT-PENDENTES      TO WRK-DAG-PENDENTES.
           MOVE WRK-TOT-ACIMA-7        TO WRK-DAG-ACIMA-7.
           MOVE WRK-TOT-ACIMA-15       TO WRK-DAG-ACIMA-15.
           MOVE WRK-TOT-ACIMA-30       TO WRK-DAG-ACIMA-30.
           MOVE SPACES                 TO WRK-DAG-DIAS-X.
           WRITE FD-REG-REJAGER        FROM WRK-DET-AGING.
           PERFORM 1040-TESTAR-FS-REJAGER.
           ADD  2                      TO ACU-LINHAS-GRAVADAS.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR A LINHA DE UMA OPERADORA NO QUADRO       *
      *----------------------------------------------------------------*
       2210-EMITIR-OPERADORA           SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-AGE-EOT(WRK-IDX-AGING) EQUAL SPACES)
               MOVE 'SEMEOT'           TO WRK-DAG-EOT
               MOVE 'REGISTRO REJEITADO SEM EOT'
                                       TO WRK-DAG-NOME
           ELSE
               MOVE WRK-AGE-EOT(WRK-IDX-AGING) TO WRK-DAG-EOT
                                          WRK-EOT-PROCURADO
               PERFORM 1013-OBTER-NOME-OPERADORA
               MOVE WRK-NOME-OPERADORA TO WRK-DAG-NOME
           END-IF.
      *
           MOVE WRK-AGE-PENDENTES(WRK-IDX-AGING) TO WRK-DAG-PENDENTES.
           MOVE WRK-AGE-ACIMA-7(WRK-IDX-AGING)   TO WRK-DAG-ACIMA-7.
           MOVE WRK-AGE-ACIMA-15(WRK-IDX-AGING)  TO WRK-DAG-ACIMA-15.
           MOVE WRK-AGE-ACIMA-30(WRK-IDX-AGING)  TO WRK-DAG-ACIMA-30.
      *
           MOVE WRK-AGE-MAIS-ANTIGA(WRK-IDX-AGING) TO WRK-DATA-EDICAO.
           PERFORM 2400-FORMATAR-DATA.
           MOVE WRK-DATA-FORMATADA     TO WRK-DAG-MAIS-ANTIGA.
      *
           MOVE ZERO                   TO WRK-DIAS-PENDENTE.
           IF (WRK-DATA-EDICAO         GREATER THAN ZERO) AND
              (WRK-DATA-EDICAO         LESS THAN WRK-DATA-REF)
               COMPUTE WRK-DIAS-PENDENTE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REF) -
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-EDICAO)
           END-IF.
           MOVE WRK-DIAS-PENDENTE      TO WRK-DAG-DIAS.
      *
           WRITE FD-REG-REJAGER        FROM WRK-DET-AGING.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-REJAGER.
           ADD  1                      TO ACU-LINHAS-GRAVADAS.
      *
           ADD  WRK-AGE-PENDENTES(WRK-IDX-AGING) TO WRK-TOT-PENDENTES.
           ADD  WRK-AGE-ACIMA-7(WRK-IDX-AGING)   TO WRK-TOT-ACIMA-7.
           ADD  WRK-AGE-ACIMA-15(WRK-IDX-AGING)  TO WRK-TOT-ACIMA-15.
           ADD  WRK-AGE-ACIMA-30(WRK-IDX-AGING)  TO WRK-TOT-ACIMA-30.
      *
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA RELACIONAR OS RANGES PENDENTES HA 30 DIAS OU    *
      *    MAIS (SEGUNDA PASSAGEM PELA BASE CLASSIFICADA)              *
      *----------------------------------------------------------------*
       2300-EMITIR-PENDENTES           SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-TOT-ACIMA-30        EQUAL ZERO)
               GO TO 2300-99-FIM
           END-IF.
      *
           WRITE FD-REG-REJAGER        FROM WRK-LINHA-BRANCO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-REJAGER.
           WRITE FD-REG-REJAGER        FROM WRK-LINHA-BRANCO.
           PERFORM 1040-TESTAR-FS-REJAGER.
           WRITE FD-REG-REJAGER        FROM WRK-CAB-3.
           PERFORM 1040-TESTAR-FS-REJAGER.
           WRITE FD-REG-REJAGER        FROM WRK-LINHA-BRANCO.
           PERFORM 1040-TESTAR-FS-REJAGER.
           WRITE FD-REG-REJAGER        FROM WRK-CAB-4.
           PERFORM 1040-TESTAR-FS-REJAGER.
           ADD  5                      TO ACU-LINHAS-GRAVADAS.
      *
           OPEN INPUT REJAGEW.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-REJAGEW.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-REJAGEW.
           PERFORM 1100-LER-REJAGEW.
      *
           PERFORM 2310-EMITIR-RANGE
               UNTIL WRK-REJAGEW-ESGOTADO.
      *
           CLOSE REJAGEW.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR UM RANGE PENDENTE HA 30 DIAS OU MAIS     *
      *----------------------------------------------------------------*
       2310-EMITIR-RANGE               SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-DIAS-PENDENTE       LESS THAN 30)
               PERFORM 1100-LER-REJAGEW
               GO TO 2310-99-FIM
           END-IF.
      *
           MOVE REJAGECP-EOT           TO WRK-DPE-EOT.
           MOVE REJAGECP-ORIGEM        TO WRK-DPE-ORIGEM.
           MOVE REJAGECP-DDD           TO WRK-DPE-DDD.
           MOVE REJAGECP-PREFIXO       TO WRK-DPE-PREFIXO.
           MOVE REJAGECP-RANGE-INICIAL TO WRK-DPE-RANGE.
           MOVE REJAGECP-MOTIVO        TO WRK-DPE-MOTIVO.
           PERFORM 2320-OBTER-DESCRICAO.
           MOVE REJAGECP-DATA-REJEICAO TO WRK-DATA-EDICAO.
           PERFORM 2400-FORMATAR-DATA.
           MOVE WRK-DATA-FORMATADA     TO WRK-DPE-DATA.
           MOVE WRK-DIAS-PENDENTE      TO WRK-DPE-DIAS.
           MOVE REJAGECP-QTD-REJEICOES TO WRK-DPE-NOITES.
      *
           WRITE FD-REG-REJAGER        FROM WRK-DET-PENDENTE.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-REJAGER.
           ADD  1                      TO ACU-LINHAS-GRAVADAS
                                          ACU-REG-ACIMA-30.
      *
           PERFORM 1100-LER-REJAGEW.
      *
      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER A DESCRICAO DO MOTIVO NA TABELA REJMOTCP  *
      *----------------------------------------------------------------*
       2320-OBTER-DESCRICAO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-MOTIVO.
           MOVE 'MOTIVO NAO CATALOGADO - CONSULTAR O GESTOR DO PLANO'
                                       TO WRK-DPE-DESCRICAO.
      *
           PERFORM 2325-COMPARAR-MOTIVO
               VARYING WRK-IDX-MOTIVO FROM 1 BY 1
               UNTIL   WRK-IDX-MOTIVO GREATER THAN REJMOTCP-QTD
                    OR WRK-MOTIVO-ACHOU.
      *
      *----------------------------------------------------------------*
       2320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE MOTIVOS           *
      *----------------------------------------------------------------*
       2325-COMPARAR-MOTIVO            SECTION.
      *----------------------------------------------------------------*
      *
           IF (REJMOTCP-CODIGO(WRK-IDX-MOTIVO) EQUAL WRK-DPE-MOTIVO)
               SET WRK-MOTIVO-ACHOU    TO TRUE
               MOVE REJMOTCP-DESCRICAO(WRK-IDX-MOTIVO)
                                       TO WRK-DPE-DESCRICAO
           END-IF.
      *
      *----------------------------------------------------------------*
       2325-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA FORMATAR WRK-DATA-EDICAO (AAAAMMDD) COMO        *
      *    DD/MM/AAAA EM WRK-DATA-FORMATADA                            *
      *----------------------------------------------------------------*
       2400-FORMATAR-DATA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DATA-FORMATADA.
           STRING WRK-DATA-EDICAO(7:2) '/'
                  WRK-DATA-EDICAO(5:2) '/'
                  WRK-DATA-EDICAO(1:4)
                  DELIMITED BY SIZE    INTO WRK-DATA-FORMATADA.
      *
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE REJAGER.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-REJAGER.
      *
           IF (WRK-TOT-ACIMA-30        GREATER THAN ZERO)
               MOVE 4                  TO RETURN-CODE
           END-IF.
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
           DISPLAY '* REJAGE01 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* REJAGEB  |  I  | PENDENTES     | '
           ACU-REG-LIDOS-REJAGEW '     *'.
           DISPLAY '* REJAGER  |  O  | LINHAS        | '
           ACU-LINHAS-GRAVADAS '     *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* PENDENTES HA 30 DIAS OU MAIS | ' ACU-REG-ACIMA-30
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
      *----------------------------------------------------------------*
