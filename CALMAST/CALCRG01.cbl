      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. CALCRG01.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  CALCRG01                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  CARGA ANUAL DO CALENDARIO DE DIAS UTEIS      *
      *                   (CALENDAR): RECEBE OS FERIADOS NACIONAIS E   *
      *                   LOCAIS DO ANO INFORMADO (CALFER, NO LAYOUT   *
      *                   DO BOOK CALENDCP), CLASSIFICA POR DATA + UF, *
      *                   VALIDA CADA FERIADO E GERA TODOS OS DIAS DO  *
      *                   ANO: UM REGISTRO NACIONAL POR DIA (UTIL, FIM *
      *                   DE SEMANA OU FERIADO NACIONAL) SEGUIDO DOS   *
      *                   FERIADOS LOCAIS DO DIA. OS DIAS DO ANO       *
      *                   ANTERIOR E DOS POSTERIORES JA CARREGADOS SAO *
      *                   MANTIDOS, OS ANTERIORES A ESTE SAO           *
      *                   DESCARTADOS E OS DO ANO INFORMADO SAO        *
      *                   SUBSTITUIDOS. OS FERIADOS INCONSISTENTES     *
      *                   VAO PARA O CALREJ COM O MOTIVO DA REJEICAO.  *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  CALFER                      CALENDCP          *
      *                  CALSRT                      CALENDCP          *
      *                  CALENDAR                    CALENDCP          *
      *                  CALNOVO                     CALENDCP          *
      *                  CALREJ                      (VIDE FD)         *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: CALFER   - FERIADOS NACIONAIS (TIPO N, UF EM  *
      *                             BRANCO) E LOCAIS (TIPO L, COM UF)  *
      *                             DO ANO                             *
      *                  CALSRT   - TRABALHO: CALFER CLASSIFICADO POR  *
      *                             DATA E UF                          *
      *                  CALENDAR - CALENDARIO DE DIAS UTEIS (OPCIONAL *
      *                             NA PRIMEIRA CARGA; REGRAVADO A     *
      *                             CADA CARGA)                        *
      *                  CALNOVO  - TRABALHO: NOVO CALENDARIO, COPIADO *
      *                             DE VOLTA PARA O CALENDAR NO FIM    *
      *                  CALREJ   - FERIADOS REJEITADOS: MOTIVO +      *
      *                             REGISTRO RECEBIDO                  *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: CALCRG01_ANO - ANO DA CARGA (AAAA),           *
      *                                 OBRIGATORIO                    *
      *----------------------------------------------------------------*
      *    MOTIVOS.....: DTA = DATA NAO NUMERICA OU INVALIDA           *
      *                  ANO = DATA FORA DO ANO DA CARGA               *
      *                  TIP = TIPO DE DIA DIFERENTE DE N E L          *
      *                  UF  = UF INVALIDA NO FERIADO LOCAL OU         *
      *                        PREENCHIDA NO FERIADO NACIONAL          *
      *                  DUP = FERIADO REPETIDO PARA A MESMA DATA E UF *
      *----------------------------------------------------------------*
      *    RETURN-CODE.: 00 - CARGA SEM REJEICAO                       *
      *                  04 - HA FERIADO REJEITADO (CALREJ)            *
      *                  08 - PARAMETRO CALCRG01_ANO AUSENTE/INVALIDO  *
      *                  16 - ERRO DE ARQUIVO / TABELA CHEIA           *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DA CARGA DO CALENDARIO   *
      *                        DE DIAS UTEIS.                          *
      *    15/10/2026 EGR      OS DIAS DE ANOS ANTERIORES AO ANO DA    *
      *                        CARGA - 1 SAO DESCARTADOS DO CALENDAR.  *
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
           SELECT CALFER               ASSIGN
           TO DYNAMIC                  WRK-PATH-CALFER
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CALFER.
      *
           SELECT CALSRT               ASSIGN
           TO DYNAMIC                  WRK-PATH-CALSRT
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CALSRT.
      *
           SELECT ORDENACAO            ASSIGN TO 'SORTWK01'.
      *
           SELECT CALENDAR             ASSIGN
           TO DYNAMIC                  WRK-PATH-CALENDAR
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CALENDAR.
      *
           SELECT CALNOVO              ASSIGN
           TO DYNAMIC                  WRK-PATH-CALNOVO
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CALNOVO.
      *
           SELECT CALREJ               ASSIGN
           TO DYNAMIC                  WRK-PATH-CALREJ
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CALREJ.
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
      *    ENTRADA......: FERIADOS NACIONAIS E LOCAIS DO ANO           *
      *----------------------------------------------------------------*
       FD  CALFER
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALFER               PIC  X(040).
      *----------------------------------------------------------------*
      *    TRABALHO.....: FERIADOS CLASSIFICADOS                       *
      *----------------------------------------------------------------*
       FD  CALSRT
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALSRT               PIC  X(040).
      *----------------------------------------------------------------*
      *    ORDENACAO....: DATA + UF                                    *
      *----------------------------------------------------------------*
       SD  ORDENACAO.
      *
       01  SRT-REGISTRO.
           05  SRT-DATA                 PIC  X(008).
           05  FILLER                   PIC  X(001).
           05  SRT-UF                   PIC  X(002).
           05  FILLER                   PIC  X(029).
      *----------------------------------------------------------------*
      *    ENTRADA......: CALENDARIO DE DIAS UTEIS ATUAL               *
      *----------------------------------------------------------------*
       FD  CALENDAR
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALENDAR.
           05  FD-CAL-ANO              PIC  9(004).
           05  FILLER                  PIC  X(036).
      *----------------------------------------------------------------*
      *    SAIDA........: NOVO CALENDARIO DE DIAS UTEIS                *
      *----------------------------------------------------------------*
       FD  CALNOVO
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALNOVO              PIC  X(040).
      *----------------------------------------------------------------*
      *    SAIDA........: FERIADOS REJEITADOS                          *
      *----------------------------------------------------------------*
       FD  CALREJ
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALREJ.
           05  FD-REJ-MOTIVO           PIC  X(003).
           05  FD-REJ-REGISTRO         PIC  X(040).
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
           '*** CALCRG01 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-LIDOS           PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-REJEITADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-CALENDAR-LIDOS  PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-GRAVADOS        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-MANTIDOS        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-SUBSTITUIDOS    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-DESCARTADOS     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-DIAS-UTEIS          PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-DIAS-FIM-SEMANA     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-FERIADOS-NACIONAIS  PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-FERIADOS-LOCAIS     PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CONTROLE DA CARGA ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-CARGA.
           05  WRK-FLAG-FIM-CALSRT     PIC  X(001) VALUE SPACES.
               88  WRK-CALSRT-ESGOTADO             VALUE 'S'.
           05  WRK-FLAG-FIM-CALENDAR   PIC  X(001) VALUE SPACES.
               88  WRK-CALENDAR-ESGOTADO           VALUE 'S'.
           05  WRK-FLAG-CALENDAR       PIC  X(001) VALUE SPACES.
               88  WRK-CALENDAR-AUSENTE            VALUE 'S'.
           05  WRK-FLAG-ANO-GERADO     PIC  X(001) VALUE SPACES.
               88  WRK-ANO-GERADO                  VALUE 'S'.
           05  WRK-MOTIVO-REJEICAO     PIC  X(003) VALUE SPACES.
           05  WRK-FLAG-UF             PIC  X(002) VALUE SPACES.
               88  WRK-UF-VALIDA                   VALUES 'AC' 'AL'
                   'AP' 'AM' 'BA' 'CE' 'DF' 'ES' 'GO' 'MA' 'MT' 'MS'
                   'MG' 'PA' 'PB' 'PR' 'PE' 'PI' 'RJ' 'RN' 'RS' 'RO'
                   'RR' 'SC' 'SP' 'SE' 'TO'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO PARAMETRO E DAS DATAS ***'.
      *----------------------------------------------------------------*
       01  WRK-PARAMETRO.
           05  WRK-ANO-CARGA-X         PIC  X(004) VALUE SPACES.
           05  WRK-ANO-CARGA           REDEFINES WRK-ANO-CARGA-X
                                       PIC  9(004).
      *----------------------------------------------------------------*
       01  WRK-VALIDACAO-DATA.
           05  WRK-DATA-VALIDAR        PIC  X(008) VALUE SPACES.
           05  WRK-DATA-VALIDAR-NUM    REDEFINES
               WRK-DATA-VALIDAR.
               10  WRK-DATA-VALIDAR-ANO PIC  9(004).
               10  WRK-DATA-VALIDAR-MES PIC  9(002).
               10  WRK-DATA-VALIDAR-DIA PIC  9(002).
           05  WRK-FLAG-DATA-VALIDA    PIC  X(001) VALUE SPACES.
               88  WRK-DATA-VALIDA                 VALUE 'S'.
      *----------------------------------------------------------------*
       01  WRK-CALCULO-DATA.
           05  WRK-MES-AUX.
               10  WRK-MES-AUX-ANO     PIC  9(004) VALUE ZEROS.
               10  WRK-MES-AUX-MES     PIC  9(002) VALUE ZEROS.
           05  WRK-ULT-DIA-MES         PIC  9(002) VALUE ZEROS.
           05  WRK-ANO-QUOC            PIC  9(004) VALUE ZEROS.
           05  WRK-ANO-RESTO           PIC  9(004) VALUE ZEROS.
           05  WRK-ANO-ANTERIOR        PIC  9(004) VALUE ZEROS.
           05  WRK-RESTO-4             PIC  9(004) VALUE ZEROS.
           05  WRK-RESTO-100           PIC  9(004) VALUE ZEROS.
           05  WRK-RESTO-400           PIC  9(004) VALUE ZEROS.
           05  WRK-SOMA-SEMANA         PIC  9(006) VALUE ZEROS.
           05  WRK-DIA-SEMANA          PIC  9(001) VALUE ZEROS.
               88  WRK-DOMINGO                     VALUE 1.
               88  WRK-SABADO                      VALUE 7.
      *----------------------------------------------------------------*
       01  WRK-GERACAO.
           05  WRK-DATA-GERADA         PIC  9(008) VALUE ZEROS.
           05  WRK-DATA-GERADA-R       REDEFINES WRK-DATA-GERADA.
               10  WRK-GER-ANO         PIC  9(004).
               10  WRK-GER-MES         PIC  9(002).
               10  WRK-GER-DIA         PIC  9(002).
           05  WRK-FLAG-FIM-DIA        PIC  X(001) VALUE SPACES.
               88  WRK-FERIADOS-DIA-FIM            VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA TABELA DE FERIADOS ACEITOS ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-FERIADO.
           05  WRK-QTD-FERIADO         PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-FERIADO-ITEM    OCCURS 1000 TIMES.
               10  WRK-FER-DATA        PIC  9(008).
               10  WRK-FER-TIPO        PIC  X(001).
               10  WRK-FER-UF          PIC  X(002).
               10  WRK-FER-DESCRICAO   PIC  X(025).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-FERIADO.
           05  WRK-IDX-FERIADO         PIC  9(004) COMP VALUE ZERO.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'CALCRG01'.
           05  WRK-FS-CALFER           PIC  X(002) VALUE SPACES.
           05  WRK-FS-CALSRT           PIC  X(002) VALUE SPACES.
           05  WRK-FS-CALENDAR         PIC  X(002) VALUE SPACES.
           05  WRK-FS-CALNOVO          PIC  X(002) VALUE SPACES.
           05  WRK-FS-CALREJ           PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-CALFER         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CALFER.dat'.
           05  WRK-PATH-CALSRT         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CALSRT.dat'.
           05  WRK-PATH-CALENDAR       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CALENDAR.dat'.
           05  WRK-PATH-CALNOVO        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CALNOVO.dat'.
           05  WRK-PATH-CALREJ         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CALREJ.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO CALENDARIO ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-CALEND.
           COPY CALENDCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO LOG DE EXCECAO/ABEND (ERRLOG) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-ERRLOG.
           COPY ERRLOGCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** CALCRG01 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 1300-LER-FERIADO.
           PERFORM 2000-PROCESSAR
               UNTIL WRK-CALSRT-ESGOTADO.
           PERFORM 2500-ATUALIZAR-CALENDARIO.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: OBTEM O ANO DA CARGA, CLASSIFICA   *
      *    OS FERIADOS E ABRE OS ARQUIVOS DA CARGA                     *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-OBTER-ANO.
      *
           OPEN INPUT CALFER.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-CALFER.
           CLOSE CALFER.
      *
           SORT ORDENACAO
               ON ASCENDING KEY SRT-DATA
                                SRT-UF
               USING  CALFER
               GIVING CALSRT.
      *
           OPEN INPUT  CALSRT
                OUTPUT CALREJ.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-CALSRT.
           PERFORM 1050-TESTAR-FS-CALREJ.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER OS CAMINHOS DE ARQUIVO E O PARAMETRO EM   *
      *    TEMPO DE EXECUCAO, VIA VARIAVEIS DE AMBIENTE (SE OMITIDAS,  *
      *    FICA MANTIDO O CAMINHO PADRAO).                             *
      *----------------------------------------------------------------*
       1005-OBTER-CAMINHOS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CALFER_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CALFER
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CALSRT_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CALSRT
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CALNOVO_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CALNOVO
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CALREJ_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CALREJ
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'ERRLOG_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-ERRLOG
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CALCRG01_ANO'.
           IF (WRK-ENV-VALOR(5:96)     EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:4) TO WRK-ANO-CARGA-X
           END-IF.
      *
      *----------------------------------------------------------------*
       1005-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFERIR O ANO DA CARGA E CALCULAR O DIA DA     *
      *    SEMANA DE 1 DE JANEIRO (FORMULA DE GAUSS, 1 = DOMINGO)      *
      *----------------------------------------------------------------*
       1008-OBTER-ANO                  SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-ANO-CARGA-X         NOT NUMERIC) OR
              (WRK-ANO-CARGA           LESS THAN 1901)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  PARAMETRO OBRIGATORIO AUSENTE OU  *'
               DISPLAY '*  INVALIDO: CALCRG01_ANO (AAAA)     *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           SUBTRACT 1 FROM WRK-ANO-CARGA GIVING WRK-ANO-ANTERIOR.
           DIVIDE WRK-ANO-ANTERIOR BY 4
               GIVING WRK-ANO-QUOC
               REMAINDER WRK-RESTO-4.
           DIVIDE WRK-ANO-ANTERIOR BY 100
               GIVING WRK-ANO-QUOC
               REMAINDER WRK-RESTO-100.
           DIVIDE WRK-ANO-ANTERIOR BY 400
               GIVING WRK-ANO-QUOC
               REMAINDER WRK-RESTO-400.
           COMPUTE WRK-SOMA-SEMANA     = 1 + (5 * WRK-RESTO-4)
                                           + (4 * WRK-RESTO-100)
                                           + (6 * WRK-RESTO-400).
           DIVIDE WRK-SOMA-SEMANA BY 7
               GIVING WRK-ANO-QUOC
               REMAINDER WRK-DIA-SEMANA.
           ADD  1                      TO WRK-DIA-SEMANA.
      *
           DISPLAY '*** ' WRK-PROGRAMA ': CARGA DO CALENDARIO DE '
                   WRK-ANO-CARGA ' ***'.
      *
      *----------------------------------------------------------------*
       1008-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CALCULAR O ULTIMO DIA DO MES WRK-MES-AUX        *
      *----------------------------------------------------------------*
       1009-CALCULAR-ULT-DIA-MES       SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE WRK-MES-AUX-MES
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31             TO WRK-ULT-DIA-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30             TO WRK-ULT-DIA-MES
               WHEN OTHER
                   MOVE 28             TO WRK-ULT-DIA-MES
                   DIVIDE WRK-MES-AUX-ANO BY 4
                       GIVING WRK-ANO-QUOC
                       REMAINDER WRK-ANO-RESTO
                   IF (WRK-ANO-RESTO   EQUAL ZERO)
                       MOVE 29         TO WRK-ULT-DIA-MES
                       DIVIDE WRK-MES-AUX-ANO BY 100
                           GIVING WRK-ANO-QUOC
                           REMAINDER WRK-ANO-RESTO
                       IF (WRK-ANO-RESTO EQUAL ZERO)
                           MOVE 28     TO WRK-ULT-DIA-MES
                           DIVIDE WRK-MES-AUX-ANO BY 400
                               GIVING WRK-ANO-QUOC
                               REMAINDER WRK-ANO-RESTO
                           IF (WRK-ANO-RESTO EQUAL ZERO)
                               MOVE 29 TO WRK-ULT-DIA-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       1009-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO CALFER            *
      *----------------------------------------------------------------*
       1010-TESTAR-FS-CALFER           SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-CALFER           NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              CALFER                *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-CALFER
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'CALFER'      TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-CALFER    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO CALSRT            *
      *----------------------------------------------------------------*
       1020-TESTAR-FS-CALSRT           SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-CALSRT           NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              CALSRT                *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-CALSRT
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'CALSRT'      TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-CALSRT    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO CALENDAR          *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-CALENDAR         SECTION.
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
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO CALNOVO           *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-CALNOVO          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-CALNOVO          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              CALNOVO               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-CALNOVO
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'CALNOVO'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-CALNOVO   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO CALREJ            *
      *----------------------------------------------------------------*
       1050-TESTAR-FS-CALREJ           SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-CALREJ           NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              CALREJ                *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-CALREJ
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'CALREJ'      TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-CALREJ    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM FERIADO DO ARQUIVO CLASSIFICADO. TIPO E  *
      *    UF SAO PASSADOS PARA MAIUSCULAS.                            *
      *----------------------------------------------------------------*
       1300-LER-FERIADO                SECTION.
      *----------------------------------------------------------------*
      *
           READ CALSRT                 INTO WRK-AREA-CALEND.
      *
           IF (WRK-FS-CALSRT           EQUAL '10')
               SET WRK-CALSRT-ESGOTADO TO TRUE
               GO TO 1300-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-CALSRT.
           ADD  1                      TO ACU-REG-LIDOS.
      *
           INSPECT CALENDCP-TIPO-DIA
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT CALENDCP-UF
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSOS: VALIDA O FERIADO E GUARDA NA TABELA OU *
      *    GRAVA NO CALREJ                                             *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2100-VALIDAR-FERIADO.
      *
           IF (WRK-MOTIVO-REJEICAO     EQUAL SPACES)
               PERFORM 2200-GUARDAR-FERIADO
           ELSE
               PERFORM 2300-GRAVAR-REJEITADO
           END-IF.
      *
           PERFORM 1300-LER-FERIADO.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR OS CAMPOS DE UM FERIADO. O MOTIVO DA    *
      *    REJEICAO FICA EM WRK-MOTIVO-REJEICAO. COMO A ENTRADA ESTA   *
      *    CLASSIFICADA POR DATA + UF, A REPETICAO E SEMPRE CONTRA O   *
      *    ULTIMO FERIADO ACEITO.                                      *
      *----------------------------------------------------------------*
       2100-VALIDAR-FERIADO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-MOTIVO-REJEICAO.
      *
           MOVE WRK-AREA-CALEND(1:8)   TO WRK-DATA-VALIDAR.
           PERFORM 2110-VALIDAR-DATA.
           IF NOT WRK-DATA-VALIDA
               MOVE 'DTA'              TO WRK-MOTIVO-REJEICAO
               GO TO 2100-99-FIM
           END-IF.
      *
           IF (WRK-DATA-VALIDAR-ANO    NOT EQUAL WRK-ANO-CARGA)
               MOVE 'ANO'              TO WRK-MOTIVO-REJEICAO
               GO TO 2100-99-FIM
           END-IF.
      *
           IF NOT CALENDCP-FERIADO-NACIONAL AND
              NOT CALENDCP-FERIADO-LOCAL
               MOVE 'TIP'              TO WRK-MOTIVO-REJEICAO
               GO TO 2100-99-FIM
           END-IF.
      *
           MOVE CALENDCP-UF            TO WRK-FLAG-UF.
           IF (CALENDCP-FERIADO-LOCAL    AND NOT WRK-UF-VALIDA) OR
              (CALENDCP-FERIADO-NACIONAL AND
               CALENDCP-UF             NOT EQUAL SPACES)
               MOVE 'UF '              TO WRK-MOTIVO-REJEICAO
               GO TO 2100-99-FIM
           END-IF.
      *
           IF (WRK-QTD-FERIADO         GREATER THAN ZERO)
               IF (WRK-FER-DATA(WRK-QTD-FERIADO) EQUAL CALENDCP-DATA)
                  AND (WRK-FER-UF(WRK-QTD-FERIADO) EQUAL CALENDCP-UF)
                   MOVE 'DUP'          TO WRK-MOTIVO-REJEICAO
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR UMA DATA AAAAMMDD (MES, DIA DENTRO DO   *
      *    MES E ANO BISSEXTO). A DATA DEVE ESTAR EM WRK-DATA-VALIDAR  *
      *    ANTES DO PERFORM.                                           *
      *----------------------------------------------------------------*
       2110-VALIDAR-DATA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-DATA-VALIDA.
      *
           IF (WRK-DATA-VALIDAR        NOT NUMERIC)
               GO TO 2110-99-FIM
           END-IF.
      *
           IF (WRK-DATA-VALIDAR-MES    LESS THAN 1)     OR
              (WRK-DATA-VALIDAR-MES    GREATER THAN 12) OR
              (WRK-DATA-VALIDAR-DIA    LESS THAN 1)
               GO TO 2110-99-FIM
           END-IF.
      *
           MOVE WRK-DATA-VALIDAR-ANO   TO WRK-MES-AUX-ANO.
           MOVE WRK-DATA-VALIDAR-MES   TO WRK-MES-AUX-MES.
           PERFORM 1009-CALCULAR-ULT-DIA-MES.
      *
           IF (WRK-DATA-VALIDAR-DIA    NOT GREATER THAN WRK-ULT-DIA-MES)
               SET WRK-DATA-VALIDA     TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GUARDAR UM FERIADO VALIDO NA TABELA             *
      *----------------------------------------------------------------*
       2200-GUARDAR-FERIADO            SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-QTD-FERIADO         NOT LESS THAN 1000)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DE FERIADOS CHEIA          *'
               DISPLAY '*  LIMITE DE 1000 FERIADOS EXCEDIDO  *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-FERIADO.
           MOVE CALENDCP-DATA          TO WRK-FER-DATA(WRK-QTD-FERIADO).
           MOVE CALENDCP-TIPO-DIA      TO WRK-FER-TIPO(WRK-QTD-FERIADO).
           MOVE CALENDCP-UF            TO WRK-FER-UF(WRK-QTD-FERIADO).
           MOVE CALENDCP-DESCRICAO     TO WRK-FER-DESCRICAO
                                                   (WRK-QTD-FERIADO).
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UM FERIADO REJEITADO COM O MOTIVO        *
      *----------------------------------------------------------------*
       2300-GRAVAR-REJEITADO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-MOTIVO-REJEICAO    TO FD-REJ-MOTIVO.
           MOVE CALENDCP-REGISTRO      TO FD-REJ-REGISTRO.
      *
           WRITE FD-REG-CALREJ.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-CALREJ.
      *
           ADD  1                      TO ACU-REG-REJEITADOS.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR O NOVO CALENDARIO: COPIA OS DIAS DO ANO  *
      *    ANTERIOR, GERA O ANO DA CARGA NO LUGAR DO QUE JA            *
      *    EXISTIA E COPIA OS DIAS DOS ANOS POSTERIORES. NA PRIMEIRA   *
      *    CARGA O CALENDAR NAO EXISTE (FILE STATUS 35).               *
      *----------------------------------------------------------------*
       2500-ATUALIZAR-CALENDARIO       SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE CALSRT CALREJ.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-CALSRT.
           PERFORM 1050-TESTAR-FS-CALREJ.
      *
           OPEN INPUT CALENDAR.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           IF (WRK-FS-CALENDAR         EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': CALENDAR AUSENTE - '
                       'PRIMEIRA CARGA DO CALENDARIO ***'
               SET WRK-CALENDAR-AUSENTE TO TRUE
               SET WRK-CALENDAR-ESGOTADO TO TRUE
           ELSE
               PERFORM 1030-TESTAR-FS-CALENDAR
           END-IF.
      *
           OPEN OUTPUT CALNOVO.
           PERFORM 1040-TESTAR-FS-CALNOVO.
      *
           IF NOT WRK-CALENDAR-AUSENTE
               PERFORM 2520-LER-CALENDAR
           END-IF.
      *
           PERFORM 2510-COPIAR-CALENDAR
               UNTIL WRK-CALENDAR-ESGOTADO.
      *
           IF NOT WRK-ANO-GERADO
               PERFORM 2600-GERAR-ANO
           END-IF.
      *
           IF NOT WRK-CALENDAR-AUSENTE
               CLOSE CALENDAR
               MOVE WRK-FECHAMENTO     TO WRK-OPERACAO
               PERFORM 1030-TESTAR-FS-CALENDAR
           END-IF.
      *
           CLOSE CALNOVO.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-CALNOVO.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA TRATAR UM DIA DO CALENDARIO ATUAL: MANTEM O ANO *
      *    ANTERIOR E OS POSTERIORES AO DA CARGA, DESPREZA O ANO DA    *
      *    CARGA E DESCARTA OS ANOS MAIS ANTIGOS, PARA QUE O CALENDAR  *
      *    NAO CRESCA ALEM DAS TABELAS DE QUEM O CARREGA. O ANO DA     *
      *    CARGA E GERADO ANTES DO PRIMEIRO DIA DE ANO POSTERIOR.      *
      *----------------------------------------------------------------*
       2510-COPIAR-CALENDAR            SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN (FD-CAL-ANO        LESS THAN WRK-ANO-ANTERIOR)
                   ADD  1              TO ACU-REG-DESCARTADOS
               WHEN (FD-CAL-ANO        LESS THAN WRK-ANO-CARGA)
                   MOVE FD-REG-CALENDAR TO FD-REG-CALNOVO
                   PERFORM 2650-GRAVAR-CALNOVO
                   ADD  1              TO ACU-REG-MANTIDOS
               WHEN (FD-CAL-ANO        EQUAL WRK-ANO-CARGA)
                   ADD  1              TO ACU-REG-SUBSTITUIDOS
               WHEN OTHER
                   IF NOT WRK-ANO-GERADO
                       PERFORM 2600-GERAR-ANO
                   END-IF
                   MOVE FD-REG-CALENDAR TO FD-REG-CALNOVO
                   PERFORM 2650-GRAVAR-CALNOVO
                   ADD  1              TO ACU-REG-MANTIDOS
           END-EVALUATE.
      *
           PERFORM 2520-LER-CALENDAR.
      *
      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM DIA DO CALENDARIO ATUAL                  *
      *----------------------------------------------------------------*
       2520-LER-CALENDAR               SECTION.
      *----------------------------------------------------------------*
      *
           READ CALENDAR.
      *
           IF (WRK-FS-CALENDAR         EQUAL '10')
               SET WRK-CALENDAR-ESGOTADO TO TRUE
               GO TO 2520-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-CALENDAR.
           ADD  1                      TO ACU-REG-CALENDAR-LIDOS.
      *
      *----------------------------------------------------------------*
       2520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GERAR TODOS OS DIAS DO ANO DA CARGA, MES A MES  *
      *----------------------------------------------------------------*
       2600-GERAR-ANO                  SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-ANO-GERADO          TO TRUE.
           MOVE 1                      TO WRK-IDX-FERIADO.
           MOVE WRK-ANO-CARGA          TO WRK-GER-ANO.
      *
           PERFORM 2610-GERAR-MES
               VARYING WRK-GER-MES FROM 1 BY 1
               UNTIL   WRK-GER-MES GREATER THAN 12.
      *
      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GERAR OS DIAS DE UM MES DO ANO DA CARGA         *
      *----------------------------------------------------------------*
       2610-GERAR-MES                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-GER-ANO            TO WRK-MES-AUX-ANO.
           MOVE WRK-GER-MES            TO WRK-MES-AUX-MES.
           PERFORM 1009-CALCULAR-ULT-DIA-MES.
      *
           PERFORM 2620-GERAR-DIA
               VARYING WRK-GER-DIA FROM 1 BY 1
               UNTIL   WRK-GER-DIA GREATER THAN WRK-ULT-DIA-MES.
      *
      *----------------------------------------------------------------*
       2610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GERAR UM DIA: O REGISTRO NACIONAL (FERIADO      *
      *    NACIONAL, FIM DE SEMANA OU DIA UTIL, NESSA ORDEM DE         *
      *    PRECEDENCIA) E, EM SEGUIDA, OS FERIADOS LOCAIS DO DIA. A    *
      *    TABELA DE FERIADOS ESTA NA ORDEM DE DATA + UF, ENTAO O      *
      *    FERIADO NACIONAL (UF EM BRANCO) VEM ANTES DOS LOCAIS.       *
      *----------------------------------------------------------------*
       2620-GERAR-DIA                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO CALENDCP-REGISTRO.
           MOVE WRK-DATA-GERADA        TO CALENDCP-DATA.
           MOVE WRK-DIA-SEMANA         TO CALENDCP-DIA-SEMANA.
           MOVE SPACES                 TO WRK-FLAG-FIM-DIA.
      *
           IF (WRK-IDX-FERIADO         NOT GREATER THAN WRK-QTD-FERIADO)
               IF (WRK-FER-DATA(WRK-IDX-FERIADO) EQUAL WRK-DATA-GERADA)
                  AND (WRK-FER-TIPO(WRK-IDX-FERIADO) EQUAL 'N')
                   SET CALENDCP-FERIADO-NACIONAL TO TRUE
                   MOVE WRK-FER-DESCRICAO(WRK-IDX-FERIADO)
                                       TO CALENDCP-DESCRICAO
                   ADD  1              TO WRK-IDX-FERIADO
               END-IF
           END-IF.
      *
           EVALUATE TRUE
               WHEN CALENDCP-FERIADO-NACIONAL
                   ADD  1              TO ACU-FERIADOS-NACIONAIS
               WHEN WRK-DOMINGO
                   SET CALENDCP-FIM-SEMANA TO TRUE
                   MOVE 'DOMINGO'      TO CALENDCP-DESCRICAO
                   ADD  1              TO ACU-DIAS-FIM-SEMANA
               WHEN WRK-SABADO
                   SET CALENDCP-FIM-SEMANA TO TRUE
                   MOVE 'SABADO'       TO CALENDCP-DESCRICAO
                   ADD  1              TO ACU-DIAS-FIM-SEMANA
               WHEN OTHER
                   SET CALENDCP-DIA-UTIL TO TRUE
                   ADD  1              TO ACU-DIAS-UTEIS
           END-EVALUATE.
      *
           MOVE CALENDCP-REGISTRO      TO FD-REG-CALNOVO.
           PERFORM 2650-GRAVAR-CALNOVO.
      *
           PERFORM 2630-GERAR-FERIADO-LOCAL
               UNTIL WRK-FERIADOS-DIA-FIM.
      *
           IF WRK-SABADO
               MOVE 1                  TO WRK-DIA-SEMANA
           ELSE
               ADD  1                  TO WRK-DIA-SEMANA
           END-IF.
      *
      *----------------------------------------------------------------*
       2620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O PROXIMO FERIADO LOCAL DA TABELA, SE    *
      *    FOR DO DIA GERADO                                           *
      *----------------------------------------------------------------*
       2630-GERAR-FERIADO-LOCAL        SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-IDX-FERIADO         GREATER THAN WRK-QTD-FERIADO)
               SET WRK-FERIADOS-DIA-FIM TO TRUE
               GO TO 2630-99-FIM
           END-IF.
      *
           IF (WRK-FER-DATA(WRK-IDX-FERIADO) NOT EQUAL WRK-DATA-GERADA)
               SET WRK-FERIADOS-DIA-FIM TO TRUE
               GO TO 2630-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO CALENDCP-REGISTRO.
           MOVE WRK-DATA-GERADA        TO CALENDCP-DATA.
           MOVE WRK-DIA-SEMANA         TO CALENDCP-DIA-SEMANA.
           SET CALENDCP-FERIADO-LOCAL  TO TRUE.
           MOVE WRK-FER-UF(WRK-IDX-FERIADO)
                                       TO CALENDCP-UF.
           MOVE WRK-FER-DESCRICAO(WRK-IDX-FERIADO)
                                       TO CALENDCP-DESCRICAO.
      *
           MOVE CALENDCP-REGISTRO      TO FD-REG-CALNOVO.
           PERFORM 2650-GRAVAR-CALNOVO.
           ADD  1                      TO ACU-FERIADOS-LOCAIS.
           ADD  1                      TO WRK-IDX-FERIADO.
      *
      *----------------------------------------------------------------*
       2630-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UM REGISTRO NO CALNOVO                   *
      *----------------------------------------------------------------*
       2650-GRAVAR-CALNOVO             SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-CALNOVO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-CALNOVO.
           ADD  1                      TO ACU-REG-GRAVADOS.
      *
      *----------------------------------------------------------------*
       2650-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3050-ATUALIZAR-MESTRE.
           PERFORM 3100-EMITIR-ESTATISTICAS.
           PERFORM 3200-TERMINAR-PROCESSO.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COPIAR O CALNOVO DE VOLTA PARA O CALENDAR       *
      *----------------------------------------------------------------*
       3050-ATUALIZAR-MESTRE           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  CALNOVO.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-CALNOVO.
      *
           OPEN OUTPUT CALENDAR.
           PERFORM 1030-TESTAR-FS-CALENDAR.
      *
           PERFORM 3055-COPIAR-MESTRE-NOVO
               UNTIL WRK-FS-CALNOVO    EQUAL '10'.
      *
           CLOSE CALNOVO.
           CLOSE CALENDAR.
      *
      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO CALNOVO E GRAVA-LO NO        *
      *    CALENDAR                                                    *
      *----------------------------------------------------------------*
       3055-COPIAR-MESTRE-NOVO         SECTION.
      *----------------------------------------------------------------*
      *
           READ CALNOVO.
      *
           IF (WRK-FS-CALNOVO          NOT EQUAL '10')
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1040-TESTAR-FS-CALNOVO
               MOVE FD-REG-CALNOVO     TO FD-REG-CALENDAR
               WRITE FD-REG-CALENDAR
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               PERFORM 1030-TESTAR-FS-CALENDAR
           END-IF.
      *
      *----------------------------------------------------------------*
       3055-99-FIM.                    EXIT.
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
           DISPLAY '* CALCRG01 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* CALFER   |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS '     *'.
           DISPLAY '* CALENDAR |  I  | TOTAL REG.    | '
           ACU-REG-CALENDAR-LIDOS '     *'.
           DISPLAY '* CALENDAR |  O  | TOTAL REG.    | '
           ACU-REG-GRAVADOS '     *'.
           DISPLAY '* CALREJ   |  O  | TOTAL REG.    | '
           ACU-REG-REJEITADOS '     *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* DE OUTROS ANOS      | ' ACU-REG-MANTIDOS
           '              *'.
           DISPLAY '* SUBSTITUIDOS        | ' ACU-REG-SUBSTITUIDOS
           '              *'.
           DISPLAY '* DESCARTADOS         | ' ACU-REG-DESCARTADOS
           '              *'.
           DISPLAY '* DIAS UTEIS          | ' ACU-DIAS-UTEIS
           '              *'.
           DISPLAY '* FINS DE SEMANA      | ' ACU-DIAS-FIM-SEMANA
           '              *'.
           DISPLAY '* FERIADOS NACIONAIS  | ' ACU-FERIADOS-NACIONAIS
           '              *'.
           DISPLAY '* FERIADOS LOCAIS     | ' ACU-FERIADOS-LOCAIS
           '              *'.
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
           IF (ACU-REG-REJEITADOS      GREATER THAN ZERO)
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
