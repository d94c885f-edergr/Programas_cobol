      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. PLANALC1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  PLANALC1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  ALOCACAO E RESERVA DE NUMERACAO: LE OS       *
      *                   PEDIDOS DE NUMERACAO DAS OPERADORAS          *
      *                   (ALOCPED) E, PARA CADA PEDIDO DE RESERVA,    *
      *                   PROCURA NO PLANNAC UM BLOCO LIVRE DE MCDU    *
      *                   NOS PREFIXOS DO DDD QUE JA ATENDEM A         *
      *                   LOCALIDADE-ID E O TIPO-PREFIXO PEDIDOS,      *
      *                   DESCONTANDO OS BLOCOS JA RESERVADOS E OS     *
      *                   RANGES ENCERRADOS NO CADUPHIS/RNGEHIST HA    *
      *                   MENOS DIAS QUE A QUARENTENA. O BLOCO ESCO-   *
      *                   LHIDO FICA PRESO NA BASE DE RESERVAS         *
      *                   (ALOCRESV) ATE A DATA DE EXPIRACAO. A        *
      *                   CONFIRMACAO DE UMA RESERVA GERA O MOVIMENTO  *
      *                   DE INCLUSAO (CADPWDAT-TIPO-REGISTRO = 1) NO  *
      *                   ALOCMOVT, PRONTO PARA O CADUP001 EM MODO DE  *
      *                   MANUTENCAO (CADUP001_MODO = 'M').            *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  PLANNAC                     PLANNREG          *
      *                  ALOCPED                     (VIDE FD)         *
      *                  ALOCRESV                    (VIDE FD)         *
      *                  HISTENT                     CADPWDAT          *
      *                  ALOCMOVT                    CADPWDAT          *
      *                  ALOCREL                     (VIDE FD)         *
      *                  ALOCREJ                     (VIDE FD)         *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: PLANNAC  - PLANO NACIONAL CONSOLIDADO         *
      *                             (INDEXADO, POSICIONADO POR DDD)    *
      *                  ALOCPED  - PEDIDOS: ACAO 'R' (RESERVAR),      *
      *                             'C' (CONFIRMAR RESERVA) OU 'X'     *
      *                             (CANCELAR RESERVA)                 *
      *                  ALOCRESV - BASE DE RESERVAS (ENTRADA E, AO    *
      *                             FINAL, SAIDA ATUALIZADA)           *
      *                  HISTENT  - CADUPHIS E RNGEHIST, LIDOS UM POR  *
      *                             VEZ PARA A TABELA DE QUARENTENA    *
      *                  ALOCMOVT - MOVIMENTOS DE INCLUSAO DAS         *
      *                             RESERVAS CONFIRMADAS (CADUPENT DO  *
      *                             CADUP001 EM MODO 'M')              *
      *                  ALOCREL  - RELATORIO DAS RESERVAS FEITAS,     *
      *                             CONFIRMADAS, CANCELADAS E EXPIRADAS*
      *                  ALOCREJ  - PEDIDOS REJEITADOS COM O MOTIVO    *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS (VARIAVEIS DE AMBIENTE):                         *
      *    PLANALC_DIAS_VALIDADE   - DIAS DE VALIDADE DE UMA RESERVA   *
      *                              NAO CONFIRMADA (PADRAO 10)        *
      *    PLANALC_DIAS_QUARENTENA - DIAS DE QUARENTENA DE UM RANGE    *
      *                              ENCERRADO ANTES DE PODER SER      *
      *                              REALOCADO (PADRAO 180)            *
      *----------------------------------------------------------------*
      *    MOTIVOS DE REJEICAO (ALOCREJ):                              *
      *    ACA - ACAO INVALIDA                                         *
      *    CMP - CAMPO OBRIGATORIO AUSENTE OU INVALIDO NO PEDIDO       *
      *    QTD - QUANTIDADE FORA DO INTERVALO 1 A 10000                *
      *    SEM - NENHUM BLOCO LIVRE QUE ATENDA AO PEDIDO               *
      *    NEX - RESERVA INEXISTENTE                                   *
      *    SIT - RESERVA NAO ESTA MAIS PENDENTE (CONFIRMADA,           *
      *          CANCELADA OU EXPIRADA)                                *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DA ALOCACAO E RESERVA    *
      *                        DE NUMERACAO.                           *
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
           SELECT PLANNAC              ASSIGN
           TO DYNAMIC                  WRK-PATH-PLANNAC
           ORGANIZATION IS             INDEXED
           ACCESS MODE IS              DYNAMIC
           RECORD KEY IS               FD-PLA-CHAVE
           FILE STATUS                 IS WRK-FS-PLANNAC.
      *
           SELECT ALOCPED              ASSIGN
           TO DYNAMIC                  WRK-PATH-ALOCPED
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-ALOCPED.
      *
           SELECT ALOCRESV             ASSIGN
           TO DYNAMIC                  WRK-PATH-ALOCRESV
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-ALOCRESV.
      *
           SELECT HISTENT              ASSIGN
           TO DYNAMIC                  WRK-PATH-HISTENT
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-HISTENT.
      *
           SELECT ALOCMOVT             ASSIGN
           TO DYNAMIC                  WRK-PATH-ALOCMOVT
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-ALOCMOVT.
      *
           SELECT ALOCREL              ASSIGN
           TO DYNAMIC                  WRK-PATH-ALOCREL
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-ALOCREL.
      *
           SELECT ALOCREJ              ASSIGN
           TO DYNAMIC                  WRK-PATH-ALOCREJ
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-ALOCREJ.
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
      *    ENTRADA......: PEDIDOS DE NUMERACAO                         *
      *----------------------------------------------------------------*
       FD  ALOCPED
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-ALOCPED.
           05  FD-PED-ACAO              PIC  X(001).
           05  FD-PED-NUM-RESERVA       PIC  9(006).
           05  FD-PED-EOT               PIC  X(003).
           05  FD-PED-DDD               PIC  9(002).
           05  FD-PED-LOCALIDADE-ID     PIC  9(005).
           05  FD-PED-TIPO-PREFIXO      PIC  X(001).
           05  FD-PED-QUANTIDADE        PIC  9(005).
           05  FD-PED-DATA-INICIAL      PIC  X(008).
      *----------------------------------------------------------------*
      *    ENTRADA/SAIDA: BASE DE RESERVAS DE NUMERACAO                *
      *----------------------------------------------------------------*
       FD  ALOCRESV
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-ALOCRESV.
           05  FD-RSV-NUMERO            PIC  9(006).
           05  FD-RSV-SITUACAO          PIC  X(001).
           05  FD-RSV-DATA-RESERVA      PIC  9(008).
           05  FD-RSV-DATA-EXPIRACAO    PIC  9(008).
           05  FD-RSV-DATA-SITUACAO     PIC  9(008).
           05  FD-RSV-QUANTIDADE        PIC  9(005).
           05  FD-RSV-REGISTRO          PIC  X(071).
      *----------------------------------------------------------------*
      *    ENTRADA......: HISTORICO DE RANGES (CADUPHIS OU RNGEHIST)   *
      *----------------------------------------------------------------*
       FD  HISTENT
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-HISTENT               PIC  X(071).
      *----------------------------------------------------------------*
      *    SAIDA........: MOVIMENTOS DE INCLUSAO PARA O CADUP001       *
      *----------------------------------------------------------------*
       FD  ALOCMOVT
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-ALOCMOVT              PIC  X(071).
      *----------------------------------------------------------------*
      *    SAIDA........: RELATORIO DE RESERVAS                        *
      *----------------------------------------------------------------*
       FD  ALOCREL
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-ALOCREL.
           05  FD-REL-TIPO              PIC  X(003).
           05  FD-REL-NUMERO            PIC  9(006).
           05  FD-REL-EOT               PIC  X(003).
           05  FD-REL-DDD               PIC  9(002).
           05  FD-REL-PREFIXO           PIC  9(005).
           05  FD-REL-RANGE-INICIAL     PIC  9(004).
           05  FD-REL-RANGE-FINAL       PIC  9(004).
           05  FD-REL-QUANTIDADE        PIC  9(005).
           05  FD-REL-LOCALIDADE-ID     PIC  9(005).
           05  FD-REL-TIPO-PREFIXO      PIC  X(001).
           05  FD-REL-DATA-EXPIRACAO    PIC  9(008).
      *----------------------------------------------------------------*
      *    SAIDA........: PEDIDOS REJEITADOS                           *
      *----------------------------------------------------------------*
       FD  ALOCREJ
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-ALOCREJ.
           05  FD-REJ-MOTIVO            PIC  X(003).
           05  FD-REJ-REGISTRO          PIC  X(031).
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
           '*** PLANALC1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-PEDIDOS         PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-RESERVAS-LIDAS  PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-RESERVAS-GRAV   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-HISTORICO-LIDOS PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-QUARENTENA      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-RESERVADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-CONFIRMADOS     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-CANCELADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-EXPIRADOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-EXPURGADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-REJEITADOS      PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA TABELA DE RESERVAS (ALOCRESV) ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-RESERVA.
           05  WRK-QTD-RESERVA         PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-RESERVA-ITEM    OCCURS 2000 TIMES.
               10  WRK-RSV-NUMERO      PIC  9(006).
               10  WRK-RSV-SITUACAO    PIC  X(001).
               10  WRK-RSV-DATA-RESERVA
                                       PIC  9(008).
               10  WRK-RSV-DATA-EXPIRACAO
                                       PIC  9(008).
               10  WRK-RSV-DATA-SITUACAO
                                       PIC  9(008).
               10  WRK-RSV-QUANTIDADE  PIC  9(005).
               10  WRK-RSV-REGISTRO    PIC  X(071).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-RESERVA.
           05  WRK-IDX-RESERVA         PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-RESERVA         PIC  9(004) COMP VALUE ZERO.
           05  WRK-ULT-NUM-RESERVA     PIC  9(006) VALUE ZEROS.
           05  WRK-FLAG-ACHOU-RESERVA  PIC  X(001) VALUE SPACES.
               88  WRK-RESERVA-ACHOU               VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA TABELA DE QUARENTENA (HISTORICO) ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-QUARENTENA.
           05  WRK-QTD-QUARENTENA      PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-QUARENTENA-ITEM OCCURS 3000 TIMES.
               10  WRK-QUA-DDD         PIC  9(002).
               10  WRK-QUA-PREFIXO     PIC  9(005).
               10  WRK-QUA-RANGE-INI   PIC  9(004).
               10  WRK-QUA-RANGE-FIM   PIC  9(004).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-QUARENTENA.
           05  WRK-IDX-QUARENTENA      PIC  9(004) COMP VALUE ZERO.
           05  WRK-NOME-HISTORICO      PIC  X(008) VALUE SPACES.
           05  WRK-FLAG-FIM-HISTENT    PIC  X(001) VALUE SPACES.
               88  WRK-HISTENT-ESGOTADO            VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS INTERVALOS OCUPADOS DO PREFIXO ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-OCUPADO.
           05  WRK-QTD-OCUPADO         PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-OCUPADO-ITEM    OCCURS 6000 TIMES.
               10  WRK-OCU-INI         PIC  9(005) COMP.
               10  WRK-OCU-FIM         PIC  9(005) COMP.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-BLOCO.
           05  WRK-IDX-OCUPADO         PIC  9(004) COMP VALUE ZERO.
           05  WRK-DDD-ATUAL           PIC  9(002) VALUE ZEROS.
           05  WRK-PREFIXO-ATUAL       PIC  9(005) VALUE ZEROS.
           05  WRK-CAND-INI            PIC  9(005) COMP VALUE ZERO.
           05  WRK-CAND-FIM            PIC  9(005) COMP VALUE ZERO.
           05  WRK-PROX-CAND           PIC  9(005) COMP VALUE ZERO.
           05  WRK-NOVO-INI            PIC  9(005) COMP VALUE ZERO.
           05  WRK-NOVO-FIM            PIC  9(005) COMP VALUE ZERO.
           05  WRK-FLAG-FIM-DDD        PIC  X(001) VALUE SPACES.
               88  WRK-DDD-ESGOTADO                VALUE 'S'.
           05  WRK-FLAG-PRIMEIRO-PFX   PIC  X(001) VALUE SPACES.
               88  WRK-PRIMEIRO-PREFIXO            VALUE 'S'.
           05  WRK-FLAG-ELEGIVEL       PIC  X(001) VALUE SPACES.
               88  WRK-PREFIXO-ELEGIVEL            VALUE 'S'.
           05  WRK-FLAG-CONFLITO       PIC  X(001) VALUE SPACES.
               88  WRK-CANDIDATO-CONFLITA          VALUE 'S'.
           05  WRK-FLAG-ACHOU-BLOCO    PIC  X(001) VALUE SPACES.
               88  WRK-BLOCO-ACHOU                 VALUE 'S'.
           05  WRK-FLAG-PEDIDO-VALIDO  PIC  X(001) VALUE SPACES.
               88  WRK-PEDIDO-VALIDO               VALUE 'S'.
           05  WRK-MOTIVO-REJEICAO     PIC  X(003) VALUE SPACES.
           05  WRK-FLAG-FIM-PEDIDO     PIC  X(001) VALUE SPACES.
               88  WRK-PEDIDO-ESGOTADO             VALUE 'S'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-DATAS.
           05  WRK-DATA-HOJE           PIC  9(008) VALUE ZEROS.
           05  WRK-DIA-HOJE            PIC  9(009) COMP VALUE ZERO.
           05  WRK-DIA-REFERENCIA      PIC  9(009) COMP VALUE ZERO.
           05  WRK-DIAS-DECORRIDOS     PIC S9(009) COMP VALUE ZERO.
           05  WRK-DATA-AUX            PIC  9(008) VALUE ZEROS.
           05  WRK-DATA-AUX-X          REDEFINES
               WRK-DATA-AUX            PIC  X(008).
           05  WRK-DATA-EXPIRACAO      PIC  9(008) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-PARAMETROS.
           05  WRK-PARM-X              PIC  X(004) VALUE SPACES.
           05  WRK-PARM-NUM            REDEFINES
               WRK-PARM-X              PIC  9(004).
           05  WRK-DIAS-VALIDADE       PIC  9(004) VALUE 10.
           05  WRK-DIAS-QUARENTENA     PIC  9(004) VALUE 180.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'PLANALC1'.
           05  WRK-FS-PLANNAC          PIC  X(002) VALUE SPACES.
           05  WRK-FS-ALOCPED          PIC  X(002) VALUE SPACES.
           05  WRK-FS-ALOCRESV         PIC  X(002) VALUE SPACES.
           05  WRK-FS-HISTENT          PIC  X(002) VALUE SPACES.
           05  WRK-FS-ALOCMOVT         PIC  X(002) VALUE SPACES.
           05  WRK-FS-ALOCREL          PIC  X(002) VALUE SPACES.
           05  WRK-FS-ALOCREJ          PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-PLANNAC        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PLANNAC.dat'.
           05  WRK-PATH-ALOCPED        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ALOCPED.dat'.
           05  WRK-PATH-ALOCRESV       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ALOCRESV.dat'.
           05  WRK-PATH-HISTENT        PIC  X(100) VALUE SPACES.
           05  WRK-PATH-CADUPHIS       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CADUPHIS.dat'.
           05  WRK-PATH-RNGEHIST       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\RNGEHIST.dat'.
           05  WRK-PATH-ALOCMOVT       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ALOCMOVT.dat'.
           05  WRK-PATH-ALOCREL        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ALOCREL.dat'.
           05  WRK-PATH-ALOCREJ        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ALOCREJ.dat'.
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
           '*** AREA DO RANGE MODELO DO PREFIXO ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-MODELO             PIC  X(071) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO RANGE (CADPWDAT) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-CADPWDAT.
           COPY CADPWDAT.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO LOG DE EXCECAO/ABEND (ERRLOG) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-ERRLOG.
           COPY ERRLOGCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** PLANALC1 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 1300-LER-PEDIDO.
           PERFORM 2000-PROCESSAR      UNTIL WRK-PEDIDO-ESGOTADO.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO DO PROGRAMA: CARREGA A BASE DE      *
      *    RESERVAS (EXPIRANDO AS VENCIDAS) E A TABELA DE QUARENTENA   *
      *    E ABRE OS DEMAIS ARQUIVOS                                   *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
      *
           ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
           COMPUTE WRK-DIA-HOJE = FUNCTION INTEGER-OF-DATE
                                           (WRK-DATA-HOJE).
      *
           OPEN INPUT  ALOCPED PLANNAC
                OUTPUT ALOCMOVT ALOCREL ALOCREJ.
      *
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-PLANNAC.
           PERFORM 1020-TESTAR-FS-ALOCPED.
           PERFORM 1050-TESTAR-FS-ALOCMOVT.
           PERFORM 1060-TESTAR-FS-ALOCREL.
           PERFORM 1070-TESTAR-FS-ALOCREJ.
      *
           PERFORM 1100-CARREGAR-RESERVAS.
           PERFORM 1200-CARREGAR-QUARENTENA.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER OS CAMINHOS DE ARQUIVO E OS PARAMETROS DE *
      *    VALIDADE E QUARENTENA EM TEMPO DE EXECUCAO, VIA VARIAVEIS   *
      *    DE AMBIENTE (SE OMITIDAS, FICAM VALENDO OS PADROES).        *
      *----------------------------------------------------------------*
       1005-OBTER-CAMINHOS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANNAC_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PLANNAC
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'ALOCPED_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-ALOCPED
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'ALOCRESV_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-ALOCRESV
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CADUPHIS_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CADUPHIS
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'RNGEHIST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-RNGEHIST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'ALOCMOVT_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-ALOCMOVT
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'ALOCREL_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-ALOCREL
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'ALOCREJ_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-ALOCREJ
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
                                           'PLANALC_DIAS_VALIDADE'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:4) TO WRK-PARM-X
               IF (WRK-PARM-X          IS NUMERIC)
                   MOVE WRK-PARM-NUM   TO WRK-DIAS-VALIDADE
               END-IF
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                                           'PLANALC_DIAS_QUARENTENA'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:4) TO WRK-PARM-X
               IF (WRK-PARM-X          IS NUMERIC)
                   MOVE WRK-PARM-NUM   TO WRK-DIAS-QUARENTENA
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1005-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PLANNAC. NO       *
      *    POSICIONAMENTO POR DDD O FS '23' (DDD SEM RANGES) E         *
      *    TRATADO PELO CHAMADOR.                                      *
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
               MOVE 'PLANNAC'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PLANNAC   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO ALOCPED           *
      *----------------------------------------------------------------*
       1020-TESTAR-FS-ALOCPED          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-ALOCPED          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              ALOCPED               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-ALOCPED
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'ALOCPED'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-ALOCPED   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO ALOCRESV. O FS    *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO NA ABERTURA: PRIMEIRA *
      *    EXECUCAO, SEM RESERVAS ANTERIORES.                          *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-ALOCRESV         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-ALOCRESV         NOT EQUAL '00') AND
              (WRK-FS-ALOCRESV         NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              ALOCRESV              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-ALOCRESV
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'ALOCRESV'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-ALOCRESV  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO HISTENT           *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-HISTENT          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-HISTENT          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              ' WRK-NOME-HISTORICO
                       '              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-HISTENT
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE WRK-NOME-HISTORICO TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-HISTENT     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO ALOCMOVT          *
      *----------------------------------------------------------------*
       1050-TESTAR-FS-ALOCMOVT         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-ALOCMOVT         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              ALOCMOVT              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-ALOCMOVT
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'ALOCMOVT'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-ALOCMOVT  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO ALOCREL           *
      *----------------------------------------------------------------*
       1060-TESTAR-FS-ALOCREL          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-ALOCREL          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              ALOCREL               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-ALOCREL
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'ALOCREL'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-ALOCREL   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO ALOCREJ           *
      *----------------------------------------------------------------*
       1070-TESTAR-FS-ALOCREJ          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-ALOCREJ          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              ALOCREJ               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-ALOCREJ
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'ALOCREJ'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-ALOCREJ   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR A BASE DE RESERVAS EM MEMORIA. AS      *
      *    RESERVAS PENDENTES COM A DATA DE EXPIRACAO JA ULTRAPASSADA  *
      *    PASSAM A EXPIRADAS E LIBERAM O BLOCO.                       *
      *----------------------------------------------------------------*
       1100-CARREGAR-RESERVAS          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-RESERVA.
      *
           OPEN INPUT ALOCRESV.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-ALOCRESV.
      *
           IF (WRK-FS-ALOCRESV         EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': ALOCRESV AUSENTE - '
                       'BASE DE RESERVAS INICIADA VAZIA ***'
           ELSE
               PERFORM 1110-LER-RESERVA
                   UNTIL WRK-FS-ALOCRESV EQUAL '10'
               CLOSE ALOCRESV
           END-IF.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UMA RESERVA E CARREGAR NA TABELA            *
      *----------------------------------------------------------------*
       1110-LER-RESERVA                SECTION.
      *----------------------------------------------------------------*
      *
           READ ALOCRESV.
      *
           IF (WRK-FS-ALOCRESV         EQUAL '10')
               GO TO 1110-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-ALOCRESV.
           ADD  1                      TO ACU-REG-RESERVAS-LIDAS.
      *
           IF (WRK-QTD-RESERVA         NOT LESS THAN 2000)
               DISPLAY '************** ' WRK-PROGRAMA
                       ' **************'
               DISPLAY '*  TABELA DE RESERVAS CHEIA          *'
               DISPLAY '*  LIMITE DE 2000 RESERVAS EXCEDIDO  *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA
                       ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-RESERVA.
           MOVE WRK-QTD-RESERVA        TO WRK-POS-RESERVA.
           MOVE FD-RSV-NUMERO          TO WRK-RSV-NUMERO
                                                   (WRK-POS-RESERVA).
           MOVE FD-RSV-SITUACAO        TO WRK-RSV-SITUACAO
                                                   (WRK-POS-RESERVA).
           MOVE FD-RSV-DATA-RESERVA    TO WRK-RSV-DATA-RESERVA
                                                   (WRK-POS-RESERVA).
           MOVE FD-RSV-DATA-EXPIRACAO  TO WRK-RSV-DATA-EXPIRACAO
                                                   (WRK-POS-RESERVA).
           MOVE FD-RSV-DATA-SITUACAO   TO WRK-RSV-DATA-SITUACAO
                                                   (WRK-POS-RESERVA).
           MOVE FD-RSV-QUANTIDADE      TO WRK-RSV-QUANTIDADE
                                                   (WRK-POS-RESERVA).
           MOVE FD-RSV-REGISTRO        TO WRK-RSV-REGISTRO
                                                   (WRK-POS-RESERVA).
      *
           IF (FD-RSV-NUMERO           GREATER THAN WRK-ULT-NUM-RESERVA)
               MOVE FD-RSV-NUMERO      TO WRK-ULT-NUM-RESERVA
           END-IF.
      *
           IF (FD-RSV-SITUACAO         EQUAL 'R') AND
              (FD-RSV-DATA-EXPIRACAO   LESS THAN WRK-DATA-HOJE)
               MOVE 'E'                TO WRK-RSV-SITUACAO
                                                   (WRK-POS-RESERVA)
               MOVE WRK-DATA-HOJE      TO WRK-RSV-DATA-SITUACAO
                                                   (WRK-POS-RESERVA)
               MOVE 'EXP'              TO FD-REL-TIPO
               PERFORM 2800-GRAVAR-RELATORIO
               ADD  1                  TO ACU-REG-EXPIRADOS
           END-IF.
      *
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR A TABELA DE QUARENTENA COM OS RANGES   *
      *    ENCERRADOS NAS BASES HISTORICAS (CADUPHIS E RNGEHIST) HA    *
      *    MENOS DIAS QUE A QUARENTENA CONFIGURADA. BASE AUSENTE E     *
      *    AVISADA E NAO ENTRA NA QUARENTENA.                          *
      *----------------------------------------------------------------*
       1200-CARREGAR-QUARENTENA        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-QUARENTENA.
      *
           MOVE 'CADUPHIS'             TO WRK-NOME-HISTORICO.
           MOVE WRK-PATH-CADUPHIS      TO WRK-PATH-HISTENT.
           PERFORM 1210-LER-BASE-HISTORICA.
      *
           MOVE 'RNGEHIST'             TO WRK-NOME-HISTORICO.
           MOVE WRK-PATH-RNGEHIST      TO WRK-PATH-HISTENT.
           PERFORM 1210-LER-BASE-HISTORICA.
      *
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PERCORRER UMA BASE HISTORICA (NOME E CAMINHO JA *
      *    MOVIDOS PELO CHAMADOR)                                      *
      *----------------------------------------------------------------*
       1210-LER-BASE-HISTORICA         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-HISTENT.
      *
           OPEN INPUT HISTENT.
           IF (WRK-FS-HISTENT          EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': ' WRK-NOME-HISTORICO
                       ' AUSENTE - FORA DA QUARENTENA ***'
           ELSE
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               PERFORM 1040-TESTAR-FS-HISTENT
               PERFORM 1220-LER-HISTORICO
                   UNTIL WRK-HISTENT-ESGOTADO
               CLOSE HISTENT
           END-IF.
      *
      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM RANGE HISTORICO E, SE ENCERRADO DENTRO   *
      *    DA QUARENTENA, GUARDAR O INTERVALO NA TABELA                *
      *----------------------------------------------------------------*
       1220-LER-HISTORICO              SECTION.
      *----------------------------------------------------------------*
      *
           READ HISTENT                INTO WRK-AREA-CADPWDAT.
      *
           IF (WRK-FS-HISTENT          EQUAL '10')
               SET WRK-HISTENT-ESGOTADO TO TRUE
               GO TO 1220-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-HISTENT.
           ADD  1                      TO ACU-REG-HISTORICO-LIDOS.
      *
           IF (CADPWDAT-DATA-FINAL     NOT NUMERIC)
               GO TO 1220-99-FIM
           END-IF.
      *
           MOVE CADPWDAT-DATA-FINAL    TO WRK-DATA-AUX-X.
           IF (WRK-DATA-AUX            LESS THAN 16010101)
               GO TO 1220-99-FIM
           END-IF.
      *
           COMPUTE WRK-DIA-REFERENCIA = FUNCTION INTEGER-OF-DATE
                                                 (WRK-DATA-AUX).
           COMPUTE WRK-DIAS-DECORRIDOS = WRK-DIA-HOJE
                                       - WRK-DIA-REFERENCIA.
      *
           IF (WRK-DIAS-DECORRIDOS     NOT LESS THAN
                                       WRK-DIAS-QUARENTENA)
               GO TO 1220-99-FIM
           END-IF.
      *
           IF (WRK-QTD-QUARENTENA      NOT LESS THAN 3000)
               DISPLAY '************** ' WRK-PROGRAMA
                       ' **************'
               DISPLAY '*  TABELA DE QUARENTENA CHEIA        *'
               DISPLAY '*  LIMITE DE 3000 RANGES EXCEDIDO    *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA
                       ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-QUARENTENA.
           MOVE CADPWDAT-DDD           TO
                              WRK-QUA-DDD(WRK-QTD-QUARENTENA).
           MOVE CADPWDAT-PREFIXO       TO
                              WRK-QUA-PREFIXO(WRK-QTD-QUARENTENA).
           MOVE CADPWDAT-RANGE-INICIAL TO
                              WRK-QUA-RANGE-INI(WRK-QTD-QUARENTENA).
           MOVE CADPWDAT-RANGE-FINAL   TO
                              WRK-QUA-RANGE-FIM(WRK-QTD-QUARENTENA).
           ADD  1                      TO ACU-REG-QUARENTENA.
      *
      *----------------------------------------------------------------*
       1220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O PROXIMO PEDIDO                            *
      *----------------------------------------------------------------*
       1300-LER-PEDIDO                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ALOCPED.
      *
           IF (WRK-FS-ALOCPED          EQUAL '10')
               SET WRK-PEDIDO-ESGOTADO TO TRUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1020-TESTAR-FS-ALOCPED
               ADD  1                  TO ACU-REG-PEDIDOS
           END-IF.
      *
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSOS: DESVIA O PEDIDO PELA ACAO              *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-MOTIVO-REJEICAO.
      *
           EVALUATE FD-PED-ACAO
               WHEN 'R'
                   PERFORM 2100-RESERVAR-BLOCO
               WHEN 'C'
                   PERFORM 2500-CONFIRMAR-RESERVA
               WHEN 'X'
                   PERFORM 2600-CANCELAR-RESERVA
               WHEN OTHER
                   MOVE 'ACA'          TO WRK-MOTIVO-REJEICAO
           END-EVALUATE.
      *
           IF (WRK-MOTIVO-REJEICAO     NOT EQUAL SPACES)
               PERFORM 2700-GRAVAR-REJEITADO
           END-IF.
      *
           PERFORM 1300-LER-PEDIDO.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ATENDER UM PEDIDO DE RESERVA: VALIDA O PEDIDO,  *
      *    POSICIONA O PLANNAC NO INICIO DO DDD E PERCORRE OS          *
      *    PREFIXOS DO DDD ATE ACHAR UM BLOCO LIVRE NUM PREFIXO QUE    *
      *    JA ATENDA A LOCALIDADE-ID E O TIPO-PREFIXO PEDIDOS. SO SAO  *
      *    CONSIDERADOS PREFIXOS JA PRESENTES NO PLANNAC.              *
      *----------------------------------------------------------------*
       2100-RESERVAR-BLOCO             SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2110-VALIDAR-PEDIDO.
           IF NOT WRK-PEDIDO-VALIDO
               GO TO 2100-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-BLOCO
                                          WRK-FLAG-FIM-DDD
                                          WRK-FLAG-ELEGIVEL.
           SET WRK-PRIMEIRO-PREFIXO    TO TRUE.
           MOVE ZERO                   TO WRK-QTD-OCUPADO.
      *
           MOVE FD-PED-DDD             TO FD-PLA-DDD.
           MOVE ZERO                   TO FD-PLA-PREFIXO
                                          FD-PLA-RANGE-INICIAL.
           START PLANNAC KEY NOT LESS THAN FD-PLA-CHAVE.
      *
           IF (WRK-FS-PLANNAC          EQUAL '23')
               SET WRK-DDD-ESGOTADO    TO TRUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1010-TESTAR-FS-PLANNAC
           END-IF.
      *
           PERFORM 2200-LER-RANGE-DDD
               UNTIL WRK-DDD-ESGOTADO OR WRK-BLOCO-ACHOU.
      *
           IF WRK-BLOCO-ACHOU
               PERFORM 2400-INCLUIR-RESERVA
           ELSE
               MOVE 'SEM'              TO WRK-MOTIVO-REJEICAO
           END-IF.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR OS CAMPOS DE UM PEDIDO DE RESERVA       *
      *----------------------------------------------------------------*
       2110-VALIDAR-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-PEDIDO-VALIDO       TO TRUE.
      *
           EVALUATE TRUE
               WHEN (FD-PED-EOT        EQUAL SPACES)          OR
                    (FD-PED-DDD        NOT NUMERIC)           OR
                    (FD-PED-LOCALIDADE-ID NOT NUMERIC)        OR
                    (FD-PED-TIPO-PREFIXO EQUAL SPACES)
                   MOVE 'CMP'          TO WRK-MOTIVO-REJEICAO
               WHEN (FD-PED-DATA-INICIAL NOT EQUAL SPACES) AND
                    (FD-PED-DATA-INICIAL NOT NUMERIC)
                   MOVE 'CMP'          TO WRK-MOTIVO-REJEICAO
               WHEN (FD-PED-QUANTIDADE NOT NUMERIC)
                   MOVE 'QTD'          TO WRK-MOTIVO-REJEICAO
               WHEN (FD-PED-QUANTIDADE EQUAL ZERO)            OR
                    (FD-PED-QUANTIDADE GREATER THAN 10000)
                   MOVE 'QTD'          TO WRK-MOTIVO-REJEICAO
           END-EVALUATE.
      *
           IF (WRK-MOTIVO-REJEICAO     NOT EQUAL SPACES)
               MOVE SPACES             TO WRK-FLAG-PEDIDO-VALIDO
           END-IF.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O PROXIMO RANGE DO DDD POSICIONADO. NA      *
      *    QUEBRA DE PREFIXO (OU NO FIM DO DDD) O PREFIXO ANTERIOR E   *
      *    EXAMINADO ANTES DE PASSAR AO SEGUINTE.                      *
      *----------------------------------------------------------------*
       2200-LER-RANGE-DDD              SECTION.
      *----------------------------------------------------------------*
      *
           READ PLANNAC NEXT           INTO WRK-AREA-PLANREG.
      *
           IF (WRK-FS-PLANNAC          EQUAL '10')
               SET WRK-DDD-ESGOTADO    TO TRUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1010-TESTAR-FS-PLANNAC
               IF (PLANREG-DDD         NOT EQUAL FD-PED-DDD)
                   SET WRK-DDD-ESGOTADO TO TRUE
               END-IF
           END-IF.
      *
           IF WRK-DDD-ESGOTADO
               IF NOT WRK-PRIMEIRO-PREFIXO
                   PERFORM 2300-EXAMINAR-PREFIXO
               END-IF
               GO TO 2200-99-FIM
           END-IF.
      *
           IF WRK-PRIMEIRO-PREFIXO
               MOVE SPACES             TO WRK-FLAG-PRIMEIRO-PFX
               MOVE PLANREG-DDD        TO WRK-DDD-ATUAL
               MOVE PLANREG-PREFIXO    TO WRK-PREFIXO-ATUAL
           ELSE
               IF (PLANREG-PREFIXO     NOT EQUAL WRK-PREFIXO-ATUAL)
                   PERFORM 2300-EXAMINAR-PREFIXO
                   IF WRK-BLOCO-ACHOU
                       GO TO 2200-99-FIM
                   END-IF
                   MOVE PLANREG-PREFIXO TO WRK-PREFIXO-ATUAL
                   MOVE SPACES         TO WRK-FLAG-ELEGIVEL
                   MOVE ZERO           TO WRK-QTD-OCUPADO
               END-IF
           END-IF.
      *
           MOVE PLANREG-RANGE-INICIAL  TO WRK-NOVO-INI.
           MOVE PLANREG-RANGE-FINAL    TO WRK-NOVO-FIM.
           PERFORM 2350-ACRESCENTAR-OCUPADO.
      *
           IF (PLANREG-LOCALIDADE-ID   EQUAL FD-PED-LOCALIDADE-ID) AND
              (PLANREG-TIPO-PREFIXO    EQUAL FD-PED-TIPO-PREFIXO)  AND
              (NOT WRK-PREFIXO-ELEGIVEL)
               SET WRK-PREFIXO-ELEGIVEL TO TRUE
               MOVE WRK-AREA-PLANREG   TO WRK-AREA-MODELO
           END-IF.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EXAMINAR O PREFIXO CORRENTE: SE ELE ATENDE A    *
      *    LOCALIDADE E O TIPO PEDIDOS, ACRESCENTA AOS INTERVALOS      *
      *    OCUPADOS PELOS RANGES DO PLANNAC AS RESERVAS EM ABERTO E    *
      *    OS RANGES EM QUARENTENA DO PREFIXO E PROCURA O PRIMEIRO     *
      *    BLOCO LIVRE COM A QUANTIDADE PEDIDA.                        *
      *----------------------------------------------------------------*
       2300-EXAMINAR-PREFIXO           SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-PREFIXO-ELEGIVEL
               GO TO 2300-99-FIM
           END-IF.
      *
           PERFORM 2310-OCUPAR-RESERVA
               VARYING WRK-IDX-RESERVA FROM 1 BY 1
               UNTIL   WRK-IDX-RESERVA GREATER THAN WRK-QTD-RESERVA.
      *
           PERFORM 2320-OCUPAR-QUARENTENA
               VARYING WRK-IDX-QUARENTENA FROM 1 BY 1
               UNTIL   WRK-IDX-QUARENTENA GREATER THAN
                                       WRK-QTD-QUARENTENA.
      *
           MOVE ZERO                   TO WRK-CAND-INI.
           COMPUTE WRK-CAND-FIM = WRK-CAND-INI
                                + FD-PED-QUANTIDADE - 1.
      *
           PERFORM 2330-EXAMINAR-CANDIDATO
               UNTIL WRK-BLOCO-ACHOU OR WRK-CAND-FIM GREATER THAN 9999.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ACRESCENTAR AOS INTERVALOS OCUPADOS UMA         *
      *    RESERVA PENDENTE OU CONFIRMADA DO PREFIXO CORRENTE (A       *
      *    CONFIRMADA PODE AINDA NAO TER CHEGADO AO PLANNAC)           *
      *----------------------------------------------------------------*
       2310-OCUPAR-RESERVA             SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-RSV-SITUACAO(WRK-IDX-RESERVA) NOT EQUAL 'R') AND
              (WRK-RSV-SITUACAO(WRK-IDX-RESERVA) NOT EQUAL 'C')
               GO TO 2310-99-FIM
           END-IF.
      *
           MOVE WRK-RSV-REGISTRO(WRK-IDX-RESERVA)
                                       TO WRK-AREA-CADPWDAT.
      *
           IF (CADPWDAT-DDD            EQUAL WRK-DDD-ATUAL) AND
              (CADPWDAT-PREFIXO        EQUAL WRK-PREFIXO-ATUAL)
               MOVE CADPWDAT-RANGE-INICIAL TO WRK-NOVO-INI
               MOVE CADPWDAT-RANGE-FINAL   TO WRK-NOVO-FIM
               PERFORM 2350-ACRESCENTAR-OCUPADO
           END-IF.
      *
      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ACRESCENTAR AOS INTERVALOS OCUPADOS UM RANGE EM *
      *    QUARENTENA DO PREFIXO CORRENTE                              *
      *----------------------------------------------------------------*
       2320-OCUPAR-QUARENTENA          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-QUA-DDD(WRK-IDX-QUARENTENA) EQUAL WRK-DDD-ATUAL) AND
              (WRK-QUA-PREFIXO(WRK-IDX-QUARENTENA) EQUAL
                                       WRK-PREFIXO-ATUAL)
               MOVE WRK-QUA-RANGE-INI(WRK-IDX-QUARENTENA)
                                       TO WRK-NOVO-INI
               MOVE WRK-QUA-RANGE-FIM(WRK-IDX-QUARENTENA)
                                       TO WRK-NOVO-FIM
               PERFORM 2350-ACRESCENTAR-OCUPADO
           END-IF.
      *
      *----------------------------------------------------------------*
       2320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA TESTAR O BLOCO CANDIDATO (WRK-CAND-INI A        *
      *    WRK-CAND-FIM) CONTRA TODOS OS INTERVALOS OCUPADOS. HAVENDO  *
      *    CONFLITO, O PROXIMO CANDIDATO COMECA LOGO APOS O MAIOR FIM  *
      *    DE INTERVALO CONFLITANTE.                                   *
      *----------------------------------------------------------------*
       2330-EXAMINAR-CANDIDATO         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-CONFLITO.
           MOVE WRK-CAND-INI           TO WRK-PROX-CAND.
      *
           PERFORM 2340-COMPARAR-OCUPADO
               VARYING WRK-IDX-OCUPADO FROM 1 BY 1
               UNTIL   WRK-IDX-OCUPADO GREATER THAN WRK-QTD-OCUPADO.
      *
           IF WRK-CANDIDATO-CONFLITA
               MOVE WRK-PROX-CAND      TO WRK-CAND-INI
               COMPUTE WRK-CAND-FIM = WRK-CAND-INI
                                    + FD-PED-QUANTIDADE - 1
           ELSE
               SET WRK-BLOCO-ACHOU     TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       2330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR O BLOCO CANDIDATO COM UM INTERVALO     *
      *    OCUPADO                                                     *
      *----------------------------------------------------------------*
       2340-COMPARAR-OCUPADO           SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-OCU-INI(WRK-IDX-OCUPADO) NOT GREATER THAN
                                       WRK-CAND-FIM)          AND
              (WRK-OCU-FIM(WRK-IDX-OCUPADO) NOT LESS THAN
                                       WRK-CAND-INI)
               SET WRK-CANDIDATO-CONFLITA TO TRUE
               IF (WRK-OCU-FIM(WRK-IDX-OCUPADO) NOT LESS THAN
                                       WRK-PROX-CAND)
                   COMPUTE WRK-PROX-CAND =
                           WRK-OCU-FIM(WRK-IDX-OCUPADO) + 1
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2340-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ACRESCENTAR UM INTERVALO (WRK-NOVO-INI A        *
      *    WRK-NOVO-FIM) A TABELA DE INTERVALOS OCUPADOS DO PREFIXO    *
      *----------------------------------------------------------------*
       2350-ACRESCENTAR-OCUPADO        SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-QTD-OCUPADO         NOT LESS THAN 6000)
               DISPLAY '************** ' WRK-PROGRAMA
                       ' **************'
               DISPLAY '*  TABELA DE INTERVALOS OCUPADOS     *'
               DISPLAY '*  CHEIA - LIMITE DE 6000 EXCEDIDO   *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA
                       ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-OCUPADO.
           MOVE WRK-NOVO-INI           TO WRK-OCU-INI(WRK-QTD-OCUPADO).
           MOVE WRK-NOVO-FIM           TO WRK-OCU-FIM(WRK-QTD-OCUPADO).
      *
      *----------------------------------------------------------------*
       2350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA INCLUIR NA TABELA A RESERVA DO BLOCO ACHADO,    *
      *    MONTANDO O RANGE A PARTIR DO RANGE MODELO DO PREFIXO        *
      *    (REGIAO, SETOR, UF, AREAS) COM O EOT DO PEDIDO              *
      *----------------------------------------------------------------*
       2400-INCLUIR-RESERVA            SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-QTD-RESERVA         NOT LESS THAN 2000)
               DISPLAY '************** ' WRK-PROGRAMA
                       ' **************'
               DISPLAY '*  TABELA DE RESERVAS CHEIA          *'
               DISPLAY '*  LIMITE DE 2000 RESERVAS EXCEDIDO  *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA
                       ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           MOVE WRK-AREA-MODELO        TO WRK-AREA-CADPWDAT.
           MOVE 1                      TO CADPWDAT-TIPO-REGISTRO.
           MOVE WRK-DDD-ATUAL          TO CADPWDAT-DDD.
           MOVE WRK-PREFIXO-ATUAL      TO CADPWDAT-PREFIXO.
           MOVE WRK-CAND-INI           TO CADPWDAT-RANGE-INICIAL.
           MOVE WRK-CAND-FIM           TO CADPWDAT-RANGE-FINAL.
           MOVE FD-PED-EOT             TO CADPWDAT-EOT.
           MOVE SPACES                 TO CADPWDAT-EOT-RECEPTORA.
           MOVE FD-PED-LOCALIDADE-ID   TO CADPWDAT-LOCALIDADE-ID.
           MOVE FD-PED-TIPO-PREFIXO    TO CADPWDAT-TIPO-PREFIXO.
           MOVE 'N'                    TO CADPWDAT-PORTADO.
           MOVE WRK-DATA-HOJE          TO WRK-DATA-AUX.
           MOVE WRK-DATA-AUX-X         TO CADPWDAT-DATA-CADASTRO.
           IF (FD-PED-DATA-INICIAL     IS NUMERIC)
               MOVE FD-PED-DATA-INICIAL TO CADPWDAT-DATA-INICIAL
           ELSE
               MOVE WRK-DATA-AUX-X     TO CADPWDAT-DATA-INICIAL
           END-IF.
           MOVE SPACES                 TO CADPWDAT-DATA-FINAL.
      *
           COMPUTE WRK-DATA-EXPIRACAO = FUNCTION DATE-OF-INTEGER
                                (WRK-DIA-HOJE + WRK-DIAS-VALIDADE).
      *
           ADD  1                      TO WRK-ULT-NUM-RESERVA.
           ADD  1                      TO WRK-QTD-RESERVA.
           MOVE WRK-QTD-RESERVA        TO WRK-POS-RESERVA.
           MOVE WRK-ULT-NUM-RESERVA    TO WRK-RSV-NUMERO
                                                   (WRK-POS-RESERVA).
           MOVE 'R'                    TO WRK-RSV-SITUACAO
                                                   (WRK-POS-RESERVA).
           MOVE WRK-DATA-HOJE          TO WRK-RSV-DATA-RESERVA
                                                   (WRK-POS-RESERVA)
                                          WRK-RSV-DATA-SITUACAO
                                                   (WRK-POS-RESERVA).
           MOVE WRK-DATA-EXPIRACAO     TO WRK-RSV-DATA-EXPIRACAO
                                                   (WRK-POS-RESERVA).
           MOVE FD-PED-QUANTIDADE      TO WRK-RSV-QUANTIDADE
                                                   (WRK-POS-RESERVA).
           MOVE WRK-AREA-CADPWDAT      TO WRK-RSV-REGISTRO
                                                   (WRK-POS-RESERVA).
      *
           MOVE 'RSV'                  TO FD-REL-TIPO.
           PERFORM 2800-GRAVAR-RELATORIO.
           ADD  1                      TO ACU-REG-RESERVADOS.
      *
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFIRMAR UMA RESERVA PENDENTE: A RESERVA PASSA *
      *    A CONFIRMADA E O RANGE E GRAVADO NO ALOCMOVT COMO           *
      *    MOVIMENTO DE INCLUSAO PARA O CADUP001                       *
      *----------------------------------------------------------------*
       2500-CONFIRMAR-RESERVA          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2550-PROCURAR-RESERVA.
      *
           EVALUATE TRUE
               WHEN NOT WRK-RESERVA-ACHOU
                   MOVE 'NEX'          TO WRK-MOTIVO-REJEICAO
               WHEN WRK-RSV-SITUACAO(WRK-POS-RESERVA) NOT EQUAL 'R'
                   MOVE 'SIT'          TO WRK-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE 'C'            TO WRK-RSV-SITUACAO
                                                   (WRK-POS-RESERVA)
                   MOVE WRK-DATA-HOJE  TO WRK-RSV-DATA-SITUACAO
                                                   (WRK-POS-RESERVA)
                   MOVE WRK-RSV-REGISTRO(WRK-POS-RESERVA)
                                       TO WRK-AREA-CADPWDAT
                   MOVE 1              TO CADPWDAT-TIPO-REGISTRO
                   WRITE FD-REG-ALOCMOVT FROM WRK-AREA-CADPWDAT
                   MOVE WRK-GRAVACAO   TO WRK-OPERACAO
                   PERFORM 1050-TESTAR-FS-ALOCMOVT
                   MOVE 'CNF'          TO FD-REL-TIPO
                   PERFORM 2800-GRAVAR-RELATORIO
                   ADD  1              TO ACU-REG-CONFIRMADOS
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR NA TABELA A RESERVA INFORMADA NO       *
      *    PEDIDO                                                      *
      *----------------------------------------------------------------*
       2550-PROCURAR-RESERVA           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-RESERVA.
           MOVE ZERO                   TO WRK-POS-RESERVA.
      *
           PERFORM 2560-COMPARAR-RESERVA
               VARYING WRK-IDX-RESERVA FROM 1 BY 1
               UNTIL   WRK-IDX-RESERVA GREATER THAN WRK-QTD-RESERVA
                    OR WRK-RESERVA-ACHOU.
      *
      *----------------------------------------------------------------*
       2550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE RESERVAS COM O    *
      *    NUMERO DE RESERVA DO PEDIDO                                 *
      *----------------------------------------------------------------*
       2560-COMPARAR-RESERVA           SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-RSV-NUMERO(WRK-IDX-RESERVA) EQUAL
                                       FD-PED-NUM-RESERVA)
               SET WRK-RESERVA-ACHOU   TO TRUE
               MOVE WRK-IDX-RESERVA    TO WRK-POS-RESERVA
           END-IF.
      *
      *----------------------------------------------------------------*
       2560-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CANCELAR UMA RESERVA PENDENTE, LIBERANDO O      *
      *    BLOCO                                                       *
      *----------------------------------------------------------------*
       2600-CANCELAR-RESERVA           SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2550-PROCURAR-RESERVA.
      *
           EVALUATE TRUE
               WHEN NOT WRK-RESERVA-ACHOU
                   MOVE 'NEX'          TO WRK-MOTIVO-REJEICAO
               WHEN WRK-RSV-SITUACAO(WRK-POS-RESERVA) NOT EQUAL 'R'
                   MOVE 'SIT'          TO WRK-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE 'X'            TO WRK-RSV-SITUACAO
                                                   (WRK-POS-RESERVA)
                   MOVE WRK-DATA-HOJE  TO WRK-RSV-DATA-SITUACAO
                                                   (WRK-POS-RESERVA)
                   MOVE 'CAN'          TO FD-REL-TIPO
                   PERFORM 2800-GRAVAR-RELATORIO
                   ADD  1              TO ACU-REG-CANCELADOS
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UM PEDIDO REJEITADO COM O MOTIVO         *
      *----------------------------------------------------------------*
       2700-GRAVAR-REJEITADO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-MOTIVO-REJEICAO    TO FD-REJ-MOTIVO.
           MOVE FD-REG-ALOCPED         TO FD-REJ-REGISTRO.
      *
           WRITE FD-REG-ALOCREJ.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-ALOCREJ.
      *
           ADD  1                      TO ACU-REG-REJEITADOS.
      *
      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UMA LINHA DO RELATORIO DE RESERVAS COM A *
      *    RESERVA DE WRK-POS-RESERVA (O TIPO DA LINHA JA FOI MOVIDO   *
      *    PELO CHAMADOR)                                              *
      *----------------------------------------------------------------*
       2800-GRAVAR-RELATORIO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-RSV-REGISTRO(WRK-POS-RESERVA)
                                       TO WRK-AREA-CADPWDAT.
      *
           MOVE WRK-RSV-NUMERO(WRK-POS-RESERVA)
                                       TO FD-REL-NUMERO.
           MOVE CADPWDAT-EOT           TO FD-REL-EOT.
           MOVE CADPWDAT-DDD           TO FD-REL-DDD.
           MOVE CADPWDAT-PREFIXO       TO FD-REL-PREFIXO.
           MOVE CADPWDAT-RANGE-INICIAL TO FD-REL-RANGE-INICIAL.
           MOVE CADPWDAT-RANGE-FINAL   TO FD-REL-RANGE-FINAL.
           MOVE WRK-RSV-QUANTIDADE(WRK-POS-RESERVA)
                                       TO FD-REL-QUANTIDADE.
           MOVE CADPWDAT-LOCALIDADE-ID TO FD-REL-LOCALIDADE-ID.
           MOVE CADPWDAT-TIPO-PREFIXO  TO FD-REL-TIPO-PREFIXO.
           MOVE WRK-RSV-DATA-EXPIRACAO(WRK-POS-RESERVA)
                                       TO FD-REL-DATA-EXPIRACAO.
      *
           WRITE FD-REG-ALOCREL.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-ALOCREL.
      *
      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO: FECHA OS ARQUIVOS E REGRAVA A BASE   *
      *    DE RESERVAS A PARTIR DA TABELA                              *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE  ALOCPED PLANNAC ALOCMOVT ALOCREL ALOCREJ.
      *
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-PLANNAC.
           PERFORM 1020-TESTAR-FS-ALOCPED.
           PERFORM 1050-TESTAR-FS-ALOCMOVT.
           PERFORM 1060-TESTAR-FS-ALOCREL.
           PERFORM 1070-TESTAR-FS-ALOCREJ.
      *
           PERFORM 3050-GRAVAR-RESERVAS.
           PERFORM 3100-EMITIR-ESTATISTICAS.
           PERFORM 3200-TERMINAR-PROCESSO.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA REGRAVAR O ALOCRESV COM A TABELA DE RESERVAS    *
      *----------------------------------------------------------------*
       3050-GRAVAR-RESERVAS            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT ALOCRESV.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-ALOCRESV.
      *
           PERFORM 3055-GRAVAR-RESERVA
               VARYING WRK-IDX-RESERVA FROM 1 BY 1
               UNTIL   WRK-IDX-RESERVA GREATER THAN WRK-QTD-RESERVA.
      *
           CLOSE ALOCRESV.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-ALOCRESV.
      *
      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UMA RESERVA NO ALOCRESV. RESERVA JA      *
      *    ENCERRADA (CONFIRMADA, CANCELADA OU EXPIRADA) HA MAIS DIAS  *
      *    QUE A QUARENTENA E EXPURGADA: A ESSA ALTURA O RANGE JA      *
      *    ESTA NO PLANNAC OU O BLOCO JA FOI LIBERADO.                 *
      *----------------------------------------------------------------*
       3055-GRAVAR-RESERVA             SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-RSV-SITUACAO(WRK-IDX-RESERVA) NOT EQUAL 'R') AND
              (WRK-RSV-DATA-SITUACAO(WRK-IDX-RESERVA) GREATER THAN
                                       16010101)
               COMPUTE WRK-DIA-REFERENCIA = FUNCTION INTEGER-OF-DATE
                       (WRK-RSV-DATA-SITUACAO(WRK-IDX-RESERVA))
               COMPUTE WRK-DIAS-DECORRIDOS = WRK-DIA-HOJE
                                           - WRK-DIA-REFERENCIA
               IF (WRK-DIAS-DECORRIDOS GREATER THAN
                                       WRK-DIAS-QUARENTENA)
                   ADD  1              TO ACU-REG-EXPURGADOS
                   GO TO 3055-99-FIM
               END-IF
           END-IF.
      *
           MOVE WRK-RSV-NUMERO(WRK-IDX-RESERVA)
                                       TO FD-RSV-NUMERO.
           MOVE WRK-RSV-SITUACAO(WRK-IDX-RESERVA)
                                       TO FD-RSV-SITUACAO.
           MOVE WRK-RSV-DATA-RESERVA(WRK-IDX-RESERVA)
                                       TO FD-RSV-DATA-RESERVA.
           MOVE WRK-RSV-DATA-EXPIRACAO(WRK-IDX-RESERVA)
                                       TO FD-RSV-DATA-EXPIRACAO.
           MOVE WRK-RSV-DATA-SITUACAO(WRK-IDX-RESERVA)
                                       TO FD-RSV-DATA-SITUACAO.
           MOVE WRK-RSV-QUANTIDADE(WRK-IDX-RESERVA)
                                       TO FD-RSV-QUANTIDADE.
           MOVE WRK-RSV-REGISTRO(WRK-IDX-RESERVA)
                                       TO FD-RSV-REGISTRO.
      *
           WRITE FD-REG-ALOCRESV.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-ALOCRESV.
           ADD  1                      TO ACU-REG-RESERVAS-GRAV.
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
           DISPLAY '* PLANALC1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* ALOCPED  |  I  | PEDIDOS       | '
           ACU-REG-PEDIDOS '     *'.
           DISPLAY '* ALOCRESV |  I  | RESERVAS      | '
           ACU-REG-RESERVAS-LIDAS '     *'.
           DISPLAY '* HISTENT  |  I  | TOTAL REG.    | '
           ACU-REG-HISTORICO-LIDOS '     *'.
           DISPLAY '* HISTENT  |  I  | EM QUARENTENA | '
           ACU-REG-QUARENTENA '     *'.
           DISPLAY '* ALOCRESV |  O  | RESERVAS      | '
           ACU-REG-RESERVAS-GRAV '     *'.
           DISPLAY '* ALOCMOVT |  O  | INCLUSOES     | '
           ACU-REG-CONFIRMADOS '     *'.
           DISPLAY '* ALOCREJ  |  O  | REJEITADOS    | '
           ACU-REG-REJEITADOS '     *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* RESERVADOS  | ' ACU-REG-RESERVADOS
           '                         *'.
           DISPLAY '* CONFIRMADOS | ' ACU-REG-CONFIRMADOS
           '                         *'.
           DISPLAY '* CANCELADOS  | ' ACU-REG-CANCELADOS
           '                         *'.
           DISPLAY '* EXPIRADOS   | ' ACU-REG-EXPIRADOS
           '                         *'.
           DISPLAY '* EXPURGADOS  | ' ACU-REG-EXPURGADOS
           '                         *'.
           DISPLAY '* VALIDADE    | ' WRK-DIAS-VALIDADE
           ' DIAS                         *'.
           DISPLAY '* QUARENTENA  | ' WRK-DIAS-QUARENTENA
           ' DIAS                         *'.
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
