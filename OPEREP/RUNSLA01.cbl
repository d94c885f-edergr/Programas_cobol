      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. RUNSLA01.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  RUNSLA01                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  TEMPO DE EXECUCAO E SLA DO LOTE NOTURNO: A   *
      *                   PARTIR DOS REGISTROS 'I' E 'F' DO CONTROLE   *
      *                   DE EXECUCAO (RUNCTL) CALCULA O TEMPO         *
      *                   DECORRIDO DE CADA PROGRAMA NA NOITE, COMPARA *
      *                   COM O SLA DO PROGRAMA (RUNSLAP) E COM A      *
      *                   MEDIA DAS ULTIMAS N NOITES (RUNSLAH) E       *
      *                   SINALIZA OS PROGRAMAS QUE ESTOURARAM O SLA   *
      *                   OU ESTAO FICANDO MAIS LENTOS. MOSTRA TAMBEM  *
      *                   A JANELA DO CADRNGXT (DO PRIMEIRO INICIO AO  *
      *                   ULTIMO FIM DOS STEPS DA CADEIA), O STEP      *
      *                   CRITICO (O DE MAIOR DURACAO) E A TENDENCIA   *
      *                   DA JANELA NAS ULTIMAS NOITES. A NOITE        *
      *                   PROCESSADA E ACRESCENTADA AO HISTORICO.      *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  RUNCTL                      RUNCTLCP          *
      *                  RUNSLAP                     (VIDE FD)         *
      *                  RUNSLAH                     (VIDE FD)         *
      *                  RUNSLAN                     (VIDE FD)         *
      *                  RUNSLAR                     (VIDE FD)         *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: RUNCTL   - CONTROLE DE EXECUCAO COMPARTILHADO *
      *                  RUNSLAP  - SLA POR PROGRAMA, EM MINUTOS, E    *
      *                             INDICACAO DE STEP DA CADEIA DO     *
      *                             CADRNGXT. O REGISTRO DO PROGRAMA   *
      *                             'CADRNGXT' DA O SLA DA JANELA      *
      *                             INTEIRA. SE AUSENTE VALE A CADEIA  *
      *                             PADRAO DO CADRNGXT, SEM SLA (AVISO *
      *                             NO SYSOUT)                         *
      *                  RUNSLAH  - HISTORICO DOS TEMPOS: UM REGISTRO  *
      *                             POR PROGRAMA POR NOITE E UM        *
      *                             REGISTRO 'CADRNGXT' COM A JANELA   *
      *                             DA CADEIA. AUSENTE NA PRIMEIRA     *
      *                             EXECUCAO                           *
      *                  RUNSLAN  - NOVO HISTORICO (ARQUIVO DE         *
      *                             TRABALHO, COPIADO PARA O RUNSLAH   *
      *                             AO FINAL). REPROCESSAR UMA NOITE   *
      *                             SUBSTITUI OS REGISTROS DELA; AS    *
      *                             NOITES POSTERIORES SAO MANTIDAS    *
      *                  RUNSLAR  - RELATORIO DE TEMPOS E SLA          *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: RUNSLA_DATA        - NOITE A PROCESSAR        *
      *                                 (AAAAMMDD, DATA DOS REGISTROS  *
      *                                 'I'); SE OMITIDA VALE A ULTIMA *
      *                                 NOITE JA ENCERRADA: ONTEM SE   *
      *                                 ANTES DAS 12:00, SENAO HOJE    *
      *                  RUNSLA_NOITES      - QUANTIDADE DE NOITES DA  *
      *                                 MEDIA (01 A 30); PADRAO 07     *
      *                  RUNSLA_LIMITE_PCT  - PERCENTUAL ACIMA DA      *
      *                                 MEDIA A PARTIR DO QUAL O       *
      *                                 PROGRAMA E SINALIZADO COMO     *
      *                                 MAIS LENTO; PADRAO 20          *
      *----------------------------------------------------------------*
      *    RETURN-CODE.: 00 - TODOS OS PROGRAMAS DENTRO DO SLA E DA    *
      *                       MEDIA                                    *
      *                  04 - PROGRAMA OU JANELA COM SLA ESTOURADO,    *
      *                       PROGRAMA MAIS LENTO QUE A MEDIA OU       *
      *                       PROGRAMA SEM TERMINO                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DO RELATORIO DE TEMPO    *
      *                        DE EXECUCAO E SLA DO LOTE NOTURNO.      *
      *    15/10/2026 EGR      O REPROCESSAMENTO DE NOITE ANTIGA       *
      *                        MANTEM NO HISTORICO AS NOITES           *
      *                        POSTERIORES (FORA DA MEDIA). SEM        *
      *                        RUNSLA_DATA, ANTES DAS 12:00 A NOITE E  *
      *                        A DE ONTEM. INCLUIDO O EDERMOV1 NA      *
      *                        CADEIA PADRAO.                          *
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
           SELECT RUNCTL               ASSIGN
           TO DYNAMIC                  WRK-PATH-RUNCTL
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-RUNCTL.
      *
           SELECT RUNSLAP              ASSIGN
           TO DYNAMIC                  WRK-PATH-RUNSLAP
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-RUNSLAP.
      *
           SELECT RUNSLAH              ASSIGN
           TO DYNAMIC                  WRK-PATH-RUNSLAH
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-RUNSLAH.
      *
           SELECT RUNSLAN              ASSIGN
           TO DYNAMIC                  WRK-PATH-RUNSLAN
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-RUNSLAN.
      *
           SELECT RUNSLAR              ASSIGN
           TO DYNAMIC                  WRK-PATH-RUNSLAR
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-RUNSLAR.
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
      *    ENTRADA......: CONTROLE DE EXECUCAO COMPARTILHADO           *
      *----------------------------------------------------------------*
       FD  RUNCTL
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-RUNCTL                PIC  X(080).
      *----------------------------------------------------------------*
      *    ENTRADA......: SLA POR PROGRAMA                             *
      *----------------------------------------------------------------*
       FD  RUNSLAP
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-RUNSLAP.
           05  FD-SLP-PROGRAMA          PIC  X(008).
           05  FD-SLP-SLA-MINUTOS       PIC  9(004).
           05  FD-SLP-CADEIA            PIC  X(001).
           05  FILLER                   PIC  X(067).
      *----------------------------------------------------------------*
      *    ENTRADA......: HISTORICO DOS TEMPOS DE EXECUCAO             *
      *----------------------------------------------------------------*
       FD  RUNSLAH
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-RUNSLAH               PIC  X(080).
      *----------------------------------------------------------------*
      *    SAIDA........: NOVO HISTORICO DOS TEMPOS DE EXECUCAO        *
      *----------------------------------------------------------------*
       FD  RUNSLAN
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-RUNSLAN               PIC  X(080).
      *----------------------------------------------------------------*
      *    SAIDA........: RELATORIO DE TEMPOS E SLA                    *
      *----------------------------------------------------------------*
       FD  RUNSLAR
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-RUNSLAR               PIC  X(132).
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
           '*** RUNSLA01 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-LIDOS-RUNCTL    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LIDOS-RUNSLAH   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-SUBSTITUIDOS    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-POSTERIORES     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-GRAVADOS-RUNSLAN
                                       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-QTD-EXECUTADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-QTD-SLA-ESTOURADO   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-QTD-MAIS-LENTOS     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-QTD-SEM-TERMINO     PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS PROGRAMAS DO LOTE ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-PROGRAMA.
           05  WRK-QTD-PROGRAMA        PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-PROGRAMA-ITEM   OCCURS 50 TIMES.
               10  WRK-PRG-PROGRAMA    PIC  X(008).
               10  WRK-PRG-SLA-SEG     PIC  9(006).
               10  WRK-PRG-CADEIA      PIC  X(001).
               10  WRK-PRG-PARAMETRO   PIC  X(001).
               10  WRK-PRG-TEM-INICIO  PIC  X(001).
               10  WRK-PRG-TEM-FIM     PIC  X(001).
               10  WRK-PRG-ENCERRADO   PIC  X(001).
               10  WRK-PRG-INICIO.
                   15  WRK-PRG-INI-DATA
                                       PIC  9(008).
                   15  WRK-PRG-INI-HORA
                                       PIC  9(008).
               10  WRK-PRG-FIM.
                   15  WRK-PRG-FIM-DATA
                                       PIC  9(008).
                   15  WRK-PRG-FIM-HORA
                                       PIC  9(008).
               10  WRK-PRG-DECORRIDO   PIC  9(006).
               10  WRK-PRG-QTD-HIST    PIC  9(004) COMP.
               10  WRK-PRG-HIST-DECORRIDO
                                       PIC  9(006) OCCURS 30 TIMES.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-PROGRAMA.
           05  WRK-IDX-PROGRAMA        PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-PROGRAMA        PIC  9(004) COMP VALUE ZERO.
           05  WRK-IDX-HIST            PIC  9(004) COMP VALUE ZERO.
           05  WRK-IDX-HIST-INI        PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-PRG      PIC  X(001) VALUE SPACES.
               88  WRK-PROGRAMA-ACHOU              VALUE 'S'.
           05  WRK-PRG-PROCURADO       PIC  X(008) VALUE SPACES.
           05  WRK-FLAG-INCLUIR        PIC  X(001) VALUE SPACES.
               88  WRK-INCLUIR-SE-AUSENTE          VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA JANELA DO CADRNGXT ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-JANELA.
           05  WRK-QTD-JANELA          PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-JANELA-ITEM     OCCURS 30 TIMES.
               10  WRK-JAN-DATA        PIC  9(008).
               10  WRK-JAN-DECORRIDO   PIC  9(006).
               10  WRK-JAN-CRITICO     PIC  X(008).
      *----------------------------------------------------------------*
       01  WRK-JANELA-NOITE.
           05  WRK-JAN-SLA-SEG         PIC  9(006) VALUE ZEROS.
           05  WRK-JAN-INICIO.
               10  WRK-JAN-INI-DATA    PIC  9(008) VALUE ZEROS.
               10  WRK-JAN-INI-HORA    PIC  9(008) VALUE ZEROS.
           05  WRK-JAN-FIM.
               10  WRK-JAN-FIM-DATA    PIC  9(008) VALUE ZEROS.
               10  WRK-JAN-FIM-HORA    PIC  9(008) VALUE ZEROS.
           05  WRK-JAN-DURACAO         PIC  9(006) VALUE ZEROS.
           05  WRK-JAN-SOMA-STEPS      PIC  9(007) VALUE ZEROS.
           05  WRK-JAN-OCIOSO          PIC  9(006) VALUE ZEROS.
           05  WRK-JAN-MEDIA           PIC  9(006) VALUE ZEROS.
           05  WRK-JAN-CRITICO-PRG     PIC  X(008) VALUE SPACES.
           05  WRK-JAN-CRITICO-SEG     PIC  9(006) VALUE ZEROS.
           05  WRK-JAN-QTD-STEPS       PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-JAN-INCOMPLETA PIC  X(001) VALUE SPACES.
               88  WRK-JANELA-INCOMPLETA           VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS PARAMETROS E CALCULOS ***'.
      *----------------------------------------------------------------*
       01  WRK-PARAMETROS.
           05  WRK-DATA-REF-X          PIC  X(008) VALUE SPACES.
           05  WRK-DATA-REF            REDEFINES
               WRK-DATA-REF-X          PIC  9(008).
           05  WRK-NOITES-X            PIC  X(002) VALUE SPACES.
           05  WRK-NOITES-NUM          REDEFINES
               WRK-NOITES-X            PIC  9(002).
           05  WRK-NOITES              PIC  9(002) VALUE 07.
           05  WRK-LIMITE-X            PIC  X(003) VALUE SPACES.
           05  WRK-LIMITE-NUM          REDEFINES
               WRK-LIMITE-X            PIC  9(003).
           05  WRK-LIMITE-PCT          PIC  9(003) VALUE 20.
           05  WRK-NOITE-INICIO.
               10  WRK-NOI-INI-DATA    PIC  9(008) VALUE ZEROS.
               10  WRK-NOI-INI-HORA    PIC  9(008) VALUE 12000000.
           05  WRK-NOITE-FIM.
               10  WRK-NOI-FIM-DATA    PIC  9(008) VALUE ZEROS.
               10  WRK-NOI-FIM-HORA    PIC  9(008) VALUE 12000000.
      *----------------------------------------------------------------*
       01  WRK-CALCULO.
           05  WRK-CALC-DATA           PIC  9(008) VALUE ZEROS.
           05  WRK-CALC-HORA           PIC  9(008) VALUE ZEROS.
           05  WRK-CALC-HORA-R         REDEFINES WRK-CALC-HORA.
               10  WRK-CALC-HH         PIC  9(002).
               10  WRK-CALC-MM         PIC  9(002).
               10  WRK-CALC-SS         PIC  9(002).
               10  WRK-CALC-CC         PIC  9(002).
           05  WRK-CALC-SEGUNDOS       PIC  9(012) COMP-3 VALUE ZERO.
           05  WRK-SEG-INICIO          PIC  9(012) COMP-3 VALUE ZERO.
           05  WRK-SEG-FIM             PIC  9(012) COMP-3 VALUE ZERO.
           05  WRK-SOMA-HIST           PIC  9(009) COMP-3 VALUE ZERO.
           05  WRK-QTD-BASE            PIC  9(004) COMP VALUE ZERO.
           05  WRK-MEDIA               PIC  9(006) VALUE ZEROS.
           05  WRK-VARIACAO-PCT        PIC S9(005)V9(001) VALUE ZERO.
           05  WRK-PCT-JANELA          PIC  9(003)V9(001) VALUE ZERO.
           05  WRK-DUR-SEGUNDOS        PIC  9(006) VALUE ZEROS.
           05  WRK-DUR-HORAS           PIC  9(003) VALUE ZEROS.
           05  WRK-DUR-RESTO           PIC  9(004) VALUE ZEROS.
           05  WRK-DUR-MINUTOS         PIC  9(002) VALUE ZEROS.
           05  WRK-DUR-SEGS            PIC  9(002) VALUE ZEROS.
           05  WRK-FLAG-SLA            PIC  X(001) VALUE SPACES.
               88  WRK-SLA-ESTOURADO               VALUE 'S'.
           05  WRK-FLAG-LENTO          PIC  X(001) VALUE SPACES.
               88  WRK-MAIS-LENTO                  VALUE 'S'.
           05  WRK-FLAG-ALERTA         PIC  X(001) VALUE SPACES.
               88  WRK-HOUVE-ALERTA                VALUE 'S'.
      *----------------------------------------------------------------*
       01  WRK-EDICOES.
           05  WRK-DURACAO-EDITADA.
               10  WRK-DED-HORAS       PIC  ZZ9.
               10  FILLER              PIC  X(001) VALUE ':'.
               10  WRK-DED-MINUTOS     PIC  9(002).
               10  FILLER              PIC  X(001) VALUE ':'.
               10  WRK-DED-SEGUNDOS    PIC  9(002).
           05  WRK-CARIMBO-EDITADO.
               10  WRK-CED-DIA         PIC  X(002).
               10  FILLER              PIC  X(001) VALUE '/'.
               10  WRK-CED-MES         PIC  X(002).
               10  FILLER              PIC  X(001) VALUE SPACES.
               10  WRK-CED-HH          PIC  X(002).
               10  FILLER              PIC  X(001) VALUE ':'.
               10  WRK-CED-MM          PIC  X(002).
               10  FILLER              PIC  X(001) VALUE ':'.
               10  WRK-CED-SS          PIC  X(002).
           05  WRK-CARIMBO-ENTRADA.
               10  WRK-CEN-DATA        PIC  X(008).
               10  WRK-CEN-HORA        PIC  X(008).
           05  WRK-DATA-EDITADA        PIC  X(010) VALUE SPACES.
           05  WRK-VARIACAO-EDITADA    PIC  ++++9,9.
           05  WRK-PCT-EDITADO         PIC  ZZ9,9.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO HISTORICO DE TEMPOS ***'.
      *----------------------------------------------------------------*
       01  WRK-REG-HISTORICO.
           05  WRK-HIS-PROGRAMA        PIC  X(008).
           05  WRK-HIS-DATA            PIC  9(008).
           05  WRK-HIS-INI-DATA        PIC  9(008).
           05  WRK-HIS-INI-HORA        PIC  9(008).
           05  WRK-HIS-FIM-DATA        PIC  9(008).
           05  WRK-HIS-FIM-HORA        PIC  9(008).
           05  WRK-HIS-DECORRIDO       PIC  9(006).
           05  WRK-HIS-SLA             PIC  9(006).
           05  WRK-HIS-MEDIA           PIC  9(006).
           05  WRK-HIS-FLAG-SLA        PIC  X(001).
           05  WRK-HIS-FLAG-LENTO      PIC  X(001).
           05  WRK-HIS-CRITICO         PIC  X(008).
           05  FILLER                  PIC  X(004).
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA MONTAGEM DO RELATORIO ***'.
      *----------------------------------------------------------------*
       01  WRK-CAB-1.
           05  FILLER                  PIC  X(052) VALUE
               'RUNSLA01 - TEMPO DE EXECUCAO E SLA DO LOTE NOTURNO -'.
           05  FILLER                  PIC  X(010) VALUE ' NOITE DE '.
           05  WRK-CB1-DATA            PIC  X(010).
           05  FILLER                  PIC  X(020) VALUE
               ' - MEDIA DAS ULTIMAS'.
           05  WRK-CB1-NOITES          PIC  Z9.
           05  FILLER                  PIC  X(017) VALUE
               ' NOITES - LIMITE '.
           05  WRK-CB1-LIMITE          PIC  ZZ9.
           05  FILLER                  PIC  X(018) VALUE '%'.
       01  WRK-CAB-2.
           05  FILLER                  PIC  X(010) VALUE 'PROGRAMA'.
           05  FILLER                  PIC  X(016) VALUE 'INICIO'.
           05  FILLER                  PIC  X(016) VALUE 'FIM'.
           05  FILLER                  PIC  X(011) VALUE 'DECORRIDO'.
           05  FILLER                  PIC  X(011) VALUE 'SLA'.
           05  FILLER                  PIC  X(011) VALUE 'MEDIA'.
           05  FILLER                  PIC  X(010) VALUE 'VAR.MEDIA'.
           05  FILLER                  PIC  X(008) VALUE '%JANELA'.
           05  FILLER                  PIC  X(039) VALUE 'SITUACAO'.
       01  WRK-DET-PROGRAMA.
           05  WRK-DPR-PROGRAMA        PIC  X(008).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPR-INICIO          PIC  X(014).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPR-FIM             PIC  X(014).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPR-DECORRIDO       PIC  X(009).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPR-SLA             PIC  X(009).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPR-MEDIA           PIC  X(009).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPR-VARIACAO        PIC  X(008).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPR-PCT-JANELA      PIC  X(006).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPR-SITUACAO        PIC  X(030).
           05  FILLER                  PIC  X(007) VALUE SPACES.
       01  WRK-LINHA-RELATORIO         PIC  X(132) VALUE SPACES.
       01  WRK-DET-TENDENCIA.
           05  FILLER                  PIC  X(004) VALUE SPACES.
           05  WRK-DTE-DATA            PIC  X(010).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DTE-DURACAO         PIC  X(009).
           05  FILLER                  PIC  X(016) VALUE
               '  STEP CRITICO: '.
           05  WRK-DTE-CRITICO         PIC  X(008).
           05  FILLER                  PIC  X(083) VALUE SPACES.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'RUNSLA01'.
           05  WRK-FS-RUNCTL           PIC  X(002) VALUE SPACES.
           05  WRK-FS-RUNSLAP          PIC  X(002) VALUE SPACES.
           05  WRK-FS-RUNSLAH          PIC  X(002) VALUE SPACES.
           05  WRK-FS-RUNSLAN          PIC  X(002) VALUE SPACES.
           05  WRK-FS-RUNSLAR          PIC  X(002) VALUE SPACES.
           05  WRK-FS-ERRLOG           PIC  X(002) VALUE SPACES.
           05  WRK-ERRLOG-ARQUIVO      PIC  X(008) VALUE SPACES.
           05  WRK-ERRLOG-FS           PIC  X(002) VALUE SPACES.
           05  WRK-ERRLOG-FS-NUM       REDEFINES WRK-ERRLOG-FS
                                       PIC  9(002).
           05  WRK-FLAG-ABEND          PIC  X(001) VALUE SPACES.
               88  WRK-ABENDAR                     VALUE 'S'.
           05  WRK-FLAG-FIM-ARQUIVO    PIC  X(001) VALUE SPACES.
               88  WRK-ARQUIVO-ESGOTADO            VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS CAMINHOS DE ARQUIVO EM RUNTIME ***'.
      *----------------------------------------------------------------*
       01  WRK-CAMINHOS-ARQUIVO.
           05  WRK-PATH-RUNCTL         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\RUNCTL.dat'.
           05  WRK-PATH-RUNSLAP        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\RUNSLAP.dat'.
           05  WRK-PATH-RUNSLAH        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\RUNSLAH.dat'.
           05  WRK-PATH-RUNSLAN        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\RUNSLAN.dat'.
           05  WRK-PATH-RUNSLAR        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\RUNSLAR.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO CONTROLE DE EXECUCAO (RUNCTL) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-RUNCTL.
           COPY RUNCTLCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO LOG DE EXCECAO/ABEND (ERRLOG) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-ERRLOG.
           COPY ERRLOGCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** RUNSLA01 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-LER-HISTORICO.
           PERFORM 1200-REPASSAR-RUNCTL.
           PERFORM 2000-CALCULAR-JANELA.
           PERFORM 2100-EMITIR-PROGRAMAS.
           PERFORM 2200-EMITIR-JANELA.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: OBTEM PARAMETROS, CARREGA OS SLAS  *
      *    E ABRE O RELATORIO E O NOVO HISTORICO. SEM RUNSLA_DATA, A   *
      *    NOITE E A ULTIMA JA ENCERRADA (A CADEIA TERMINA DEPOIS DA   *
      *    MEIA-NOITE): ANTES DAS 12:00 E A DE ONTEM.                  *
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
               ACCEPT WRK-CALC-HORA    FROM TIME
               IF (WRK-CALC-HH         LESS THAN 12)
                   COMPUTE WRK-DATA-REF = FUNCTION DATE-OF-INTEGER
                          (FUNCTION INTEGER-OF-DATE(WRK-DATA-REF) - 1)
               END-IF
           END-IF.
      *
           IF (WRK-NOITES-X            IS NUMERIC)
               IF (WRK-NOITES-NUM      GREATER THAN ZERO) AND
                  (WRK-NOITES-NUM      NOT GREATER THAN 30)
                   MOVE WRK-NOITES-NUM TO WRK-NOITES
               END-IF
           END-IF.
      *
           IF (WRK-LIMITE-X            IS NUMERIC)
               MOVE WRK-LIMITE-NUM     TO WRK-LIMITE-PCT
           END-IF.
      *
           MOVE WRK-DATA-REF           TO WRK-NOI-INI-DATA.
           COMPUTE WRK-NOI-FIM-DATA = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(WRK-DATA-REF) + 1).
      *
           PERFORM 1050-CARREGAR-SLA.
      *
           OPEN OUTPUT RUNSLAR
                       RUNSLAN.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-RUNSLAR.
           PERFORM 1030-TESTAR-FS-RUNSLAN.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER OS CAMINHOS DE ARQUIVO E OS PARAMETROS,   *
      *    VIA VARIAVEIS DE AMBIENTE                                   *
      *----------------------------------------------------------------*
       1005-OBTER-CAMINHOS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'RUNCTL_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-RUNCTL
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'RUNSLAP_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-RUNSLAP
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'RUNSLAH_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-RUNSLAH
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'RUNSLAN_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-RUNSLAN
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'RUNSLAR_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-RUNSLAR
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'ERRLOG_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-ERRLOG
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'RUNSLA_DATA'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:8) TO WRK-DATA-REF-X
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'RUNSLA_NOITES'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:2) TO WRK-NOITES-X
               IF (WRK-NOITES-X(2:1)   EQUAL SPACE)
                   MOVE WRK-NOITES-X(1:1) TO WRK-NOITES-X(2:1)
                   MOVE '0'            TO WRK-NOITES-X(1:1)
               END-IF
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR
                  FROM ENVIRONMENT 'RUNSLA_LIMITE_PCT'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:3) TO WRK-LIMITE-X
               IF (WRK-LIMITE-X(3:1)   EQUAL SPACE)
                   MOVE WRK-LIMITE-X(2:1) TO WRK-LIMITE-X(3:1)
                   MOVE WRK-LIMITE-X(1:1) TO WRK-LIMITE-X(2:1)
                   MOVE '0'            TO WRK-LIMITE-X(1:1)
               END-IF
               IF (WRK-LIMITE-X(3:1)   EQUAL SPACE)
                   MOVE WRK-LIMITE-X(2:1) TO WRK-LIMITE-X(3:1)
                   MOVE WRK-LIMITE-X(1:1) TO WRK-LIMITE-X(2:1)
                   MOVE '0'            TO WRK-LIMITE-X(1:1)
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1005-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR OS SLAS POR PROGRAMA (RUNSLAP). SEM O  *
      *    ARQUIVO VALE A CADEIA PADRAO DO CADRNGXT, SEM SLA, COM      *
      *    AVISO NO SYSOUT.                                            *
      *----------------------------------------------------------------*
       1050-CARREGAR-SLA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-PROGRAMA.
      *
           OPEN INPUT RUNSLAP.
      *
           IF (WRK-FS-RUNSLAP          EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': RUNSLAP AUSENTE - '
                       'VALENDO A CADEIA PADRAO DO CADRNGXT ***'
               PERFORM 1070-INCLUIR-PADRAO
           ELSE
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               PERFORM 1020-TESTAR-FS-RUNSLAP
               MOVE SPACES             TO WRK-FLAG-FIM-ARQUIVO
               PERFORM 1060-LER-SLA
                   UNTIL WRK-ARQUIVO-ESGOTADO
               CLOSE RUNSLAP
           END-IF.
      *
      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM SLA DO RUNSLAP. O REGISTRO 'CADRNGXT'    *
      *    E O SLA DA JANELA INTEIRA DA CADEIA.                        *
      *----------------------------------------------------------------*
       1060-LER-SLA                    SECTION.
      *----------------------------------------------------------------*
      *
           READ RUNSLAP.
      *
           IF (WRK-FS-RUNSLAP          EQUAL '10')
               SET WRK-ARQUIVO-ESGOTADO TO TRUE
               GO TO 1060-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-RUNSLAP.
      *
           IF (FD-SLP-PROGRAMA         EQUAL SPACES)
               GO TO 1060-99-FIM
           END-IF.
      *
           IF (FD-SLP-SLA-MINUTOS      NOT NUMERIC)
               MOVE ZEROS              TO FD-SLP-SLA-MINUTOS
           END-IF.
      *
           IF (FD-SLP-PROGRAMA         EQUAL 'CADRNGXT')
               COMPUTE WRK-JAN-SLA-SEG = FD-SLP-SLA-MINUTOS * 60
               GO TO 1060-99-FIM
           END-IF.
      *
           MOVE FD-SLP-PROGRAMA        TO WRK-PRG-PROCURADO.
           SET WRK-INCLUIR-SE-AUSENTE  TO TRUE.
           PERFORM 1080-LOCALIZAR-PROGRAMA.
      *
           COMPUTE WRK-PRG-SLA-SEG(WRK-POS-PROGRAMA) =
                   FD-SLP-SLA-MINUTOS * 60.
           MOVE FD-SLP-CADEIA          TO
                              WRK-PRG-CADEIA(WRK-POS-PROGRAMA).
           MOVE 'S'                    TO
                              WRK-PRG-PARAMETRO(WRK-POS-PROGRAMA).
      *
      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA INCLUIR A CADEIA PADRAO DO CADRNGXT (PROGRAMAS  *
      *    QUE GRAVAM 'I'/'F' NO RUNCTL), SEM SLA                      *
      *----------------------------------------------------------------*
       1070-INCLUIR-PADRAO             SECTION.
      *----------------------------------------------------------------*
      *
           SET WRK-INCLUIR-SE-AUSENTE  TO TRUE.
      *
           MOVE 'CADUP001'             TO WRK-PRG-PROCURADO.
           PERFORM 1075-INCLUIR-STEP-PADRAO.
           MOVE 'RANGEMOB'             TO WRK-PRG-PROCURADO.
           PERFORM 1075-INCLUIR-STEP-PADRAO.
           MOVE 'EDERMOV1'             TO WRK-PRG-PROCURADO.
           PERFORM 1075-INCLUIR-STEP-PADRAO.
           MOVE 'EDER0001'             TO WRK-PRG-PROCURADO.
           PERFORM 1075-INCLUIR-STEP-PADRAO.
           MOVE 'EDERAGD1'             TO WRK-PRG-PROCURADO.
           PERFORM 1075-INCLUIR-STEP-PADRAO.
           MOVE 'EDERATR1'             TO WRK-PRG-PROCURADO.
           PERFORM 1075-INCLUIR-STEP-PADRAO.
           MOVE 'HSKEEP01'             TO WRK-PRG-PROCURADO.
           PERFORM 1075-INCLUIR-STEP-PADRAO.
      *
      *----------------------------------------------------------------*
       1070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA INCLUIR UM STEP DA CADEIA PADRAO                *
      *----------------------------------------------------------------*
       1075-INCLUIR-STEP-PADRAO        SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1080-LOCALIZAR-PROGRAMA.
           MOVE 'S'                    TO
                              WRK-PRG-CADEIA(WRK-POS-PROGRAMA)
                              WRK-PRG-PARAMETRO(WRK-POS-PROGRAMA).
      *
      *----------------------------------------------------------------*
       1075-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LOCALIZAR WRK-PRG-PROCURADO NA TABELA DE        *
      *    PROGRAMAS. SE AUSENTE E WRK-INCLUIR-SE-AUSENTE, INCLUI.     *
      *    A POSICAO FICA EM WRK-POS-PROGRAMA (ZERO = NAO ACHOU).      *
      *----------------------------------------------------------------*
       1080-LOCALIZAR-PROGRAMA         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-PRG.
           MOVE ZERO                   TO WRK-POS-PROGRAMA.
      *
           PERFORM 1085-COMPARAR-PROGRAMA
               VARYING WRK-IDX-PROGRAMA FROM 1 BY 1
               UNTIL   WRK-IDX-PROGRAMA GREATER THAN WRK-QTD-PROGRAMA
                    OR WRK-PROGRAMA-ACHOU.
      *
           IF WRK-PROGRAMA-ACHOU OR NOT WRK-INCLUIR-SE-AUSENTE
               GO TO 1080-99-FIM
           END-IF.
      *
           IF (WRK-QTD-PROGRAMA        NOT LESS THAN 50)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DE PROGRAMAS DO LOTE       *'
               DISPLAY '*  CHEIA - LIMITE DE 50 EXCEDIDO     *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-PROGRAMA.
           MOVE WRK-QTD-PROGRAMA       TO WRK-POS-PROGRAMA.
           MOVE WRK-PRG-PROCURADO      TO
                              WRK-PRG-PROGRAMA(WRK-POS-PROGRAMA).
           MOVE SPACES                 TO
                              WRK-PRG-CADEIA(WRK-POS-PROGRAMA)
                              WRK-PRG-PARAMETRO(WRK-POS-PROGRAMA)
                              WRK-PRG-TEM-INICIO(WRK-POS-PROGRAMA)
                              WRK-PRG-TEM-FIM(WRK-POS-PROGRAMA)
                              WRK-PRG-ENCERRADO(WRK-POS-PROGRAMA).
           MOVE ZEROS                  TO
                              WRK-PRG-SLA-SEG(WRK-POS-PROGRAMA)
                              WRK-PRG-INICIO(WRK-POS-PROGRAMA)
                              WRK-PRG-FIM(WRK-POS-PROGRAMA)
                              WRK-PRG-DECORRIDO(WRK-POS-PROGRAMA)
                              WRK-PRG-QTD-HIST(WRK-POS-PROGRAMA).
      *
      *----------------------------------------------------------------*
       1080-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA COM O PROGRAMA       *
      *    PROCURADO                                                   *
      *----------------------------------------------------------------*
       1085-COMPARAR-PROGRAMA          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-PRG-PROGRAMA(WRK-IDX-PROGRAMA) EQUAL
                                       WRK-PRG-PROCURADO)
               SET WRK-PROGRAMA-ACHOU  TO TRUE
               MOVE WRK-IDX-PROGRAMA   TO WRK-POS-PROGRAMA
           END-IF.
      *
      *----------------------------------------------------------------*
       1085-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO RUNCTL            *
      *----------------------------------------------------------------*
       1010-TESTAR-FS-RUNCTL           SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-RUNCTL           NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              RUNCTL                *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-RUNCTL
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'RUNCTL'           TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-RUNCTL      TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO RUNSLAP           *
      *----------------------------------------------------------------*
       1020-TESTAR-FS-RUNSLAP          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-RUNSLAP          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              RUNSLAP               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-RUNSLAP
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'RUNSLAP'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-RUNSLAP     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO RUNSLAN           *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-RUNSLAN          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-RUNSLAN          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              RUNSLAN               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-RUNSLAN
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'RUNSLAN'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-RUNSLAN     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO RUNSLAR           *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-RUNSLAR          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-RUNSLAR          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              RUNSLAR               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-RUNSLAR
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'RUNSLAR'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-RUNSLAR     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO RUNSLAH. O FS     *
      *    '35' (PRIMEIRA EXECUCAO, SEM HISTORICO) E TOLERADO.         *
      *----------------------------------------------------------------*
       1045-TESTAR-FS-RUNSLAH          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-RUNSLAH          NOT EQUAL '00') AND
              (WRK-FS-RUNSLAH          NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              RUNSLAH               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-RUNSLAH
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'RUNSLAH'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-RUNSLAH     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1045-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O HISTORICO DAS NOITES ANTERIORES: CADA     *
      *    REGISTRO ANTERIOR A NOITE PROCESSADA ENTRA NA BASE DA MEDIA *
      *    E E COPIADO PARA O NOVO HISTORICO; OS DA PROPRIA NOITE      *
      *    (REPROCESSAMENTO) SAO DESCARTADOS E GRAVADOS DE NOVO. OS DE *
      *    NOITES POSTERIORES (REPROCESSAMENTO DE NOITE ANTIGA) FICAM  *
      *    FORA DA MEDIA E SAO COPIADOS AO FINAL, EM 3020.             *
      *----------------------------------------------------------------*
       1100-LER-HISTORICO              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT RUNSLAH.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1045-TESTAR-FS-RUNSLAH.
      *
           IF (WRK-FS-RUNSLAH          EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': RUNSLAH AUSENTE - '
                       'PRIMEIRA NOITE SEM BASE DE MEDIA ***'
               GO TO 1100-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-ARQUIVO.
           PERFORM 1110-PROCESSAR-HISTORICO
               UNTIL WRK-ARQUIVO-ESGOTADO.
      *
           CLOSE RUNSLAH.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER E ACUMULAR UM REGISTRO DO HISTORICO         *
      *----------------------------------------------------------------*
       1110-PROCESSAR-HISTORICO        SECTION.
      *----------------------------------------------------------------*
      *
           READ RUNSLAH                INTO WRK-REG-HISTORICO.
      *
           IF (WRK-FS-RUNSLAH          EQUAL '10')
               SET WRK-ARQUIVO-ESGOTADO TO TRUE
               GO TO 1110-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1045-TESTAR-FS-RUNSLAH.
           ADD  1                      TO ACU-REG-LIDOS-RUNSLAH.
      *
           IF (WRK-HIS-DATA            EQUAL WRK-DATA-REF)
               ADD  1                  TO ACU-REG-SUBSTITUIDOS
               GO TO 1110-99-FIM
           END-IF.
      *
           IF (WRK-HIS-DATA            GREATER THAN WRK-DATA-REF)
               ADD  1                  TO ACU-REG-POSTERIORES
               GO TO 1110-99-FIM
           END-IF.
      *
           PERFORM 1150-GRAVAR-HISTORICO.
      *
           IF (WRK-HIS-PROGRAMA        EQUAL 'CADRNGXT')
               PERFORM 1130-EMPILHAR-JANELA
               GO TO 1110-99-FIM
           END-IF.
      *
           MOVE WRK-HIS-PROGRAMA       TO WRK-PRG-PROCURADO.
           SET WRK-INCLUIR-SE-AUSENTE  TO TRUE.
           PERFORM 1080-LOCALIZAR-PROGRAMA.
      *
           IF (WRK-PRG-QTD-HIST(WRK-POS-PROGRAMA) LESS THAN 30)
               ADD  1                  TO
                              WRK-PRG-QTD-HIST(WRK-POS-PROGRAMA)
           ELSE
               PERFORM 1120-DESLOCAR-HIST-PROGRAMA
                   VARYING WRK-IDX-HIST FROM 1 BY 1
                   UNTIL   WRK-IDX-HIST NOT LESS THAN 30
           END-IF.
      *
           MOVE WRK-HIS-DECORRIDO      TO WRK-PRG-HIST-DECORRIDO
                      (WRK-POS-PROGRAMA,
                       WRK-PRG-QTD-HIST(WRK-POS-PROGRAMA)).
      *
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA DESLOCAR UMA POSICAO DO HISTORICO DO PROGRAMA   *
      *    (DESCARTA A NOITE MAIS ANTIGA QUANDO JA HA 30)              *
      *----------------------------------------------------------------*
       1120-DESLOCAR-HIST-PROGRAMA     SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PRG-HIST-DECORRIDO(WRK-POS-PROGRAMA,
                                       WRK-IDX-HIST + 1)
                                       TO
                WRK-PRG-HIST-DECORRIDO(WRK-POS-PROGRAMA, WRK-IDX-HIST).
      *
      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMPILHAR UMA JANELA DO CADRNGXT DO HISTORICO    *
      *----------------------------------------------------------------*
       1130-EMPILHAR-JANELA            SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-QTD-JANELA          LESS THAN 30)
               ADD  1                  TO WRK-QTD-JANELA
           ELSE
               PERFORM 1140-DESLOCAR-JANELA
                   VARYING WRK-IDX-HIST FROM 1 BY 1
                   UNTIL   WRK-IDX-HIST NOT LESS THAN 30
           END-IF.
      *
           MOVE WRK-HIS-DATA           TO WRK-JAN-DATA(WRK-QTD-JANELA).
           MOVE WRK-HIS-DECORRIDO      TO
                              WRK-JAN-DECORRIDO(WRK-QTD-JANELA).
           MOVE WRK-HIS-CRITICO        TO
                              WRK-JAN-CRITICO(WRK-QTD-JANELA).
      *
      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA DESLOCAR UMA POSICAO DA TABELA DE JANELAS       *
      *----------------------------------------------------------------*
       1140-DESLOCAR-JANELA            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TAB-JANELA-ITEM(WRK-IDX-HIST + 1) TO
                WRK-TAB-JANELA-ITEM(WRK-IDX-HIST).
      *
      *----------------------------------------------------------------*
       1140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR WRK-REG-HISTORICO NO NOVO HISTORICO      *
      *----------------------------------------------------------------*
       1150-GRAVAR-HISTORICO           SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-RUNSLAN        FROM WRK-REG-HISTORICO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-RUNSLAN.
           ADD  1                      TO ACU-REG-GRAVADOS-RUNSLAN.
      *
      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA REPASSAR O RUNCTL: A NOITE VAI DAS 12:00 DA     *
      *    DATA DE REFERENCIA AS 12:00 DO DIA SEGUINTE (O LOTE PASSA   *
      *    DA MEIA-NOITE). O ULTIMO 'I' DA NOITE DE CADA PROGRAMA      *
      *    MARCA O INICIO E O ULTIMO 'F' POSTERIOR A ELE MARCA O FIM.  *
      *    UM 'I' DE NOITE POSTERIOR ENCERRA A EXECUCAO DA NOITE.      *
      *----------------------------------------------------------------*
       1200-REPASSAR-RUNCTL            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT RUNCTL.
      *
           IF (WRK-FS-RUNCTL           EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': RUNCTL AUSENTE - '
                       'NENHUMA EXECUCAO REGISTRADA ***'
               GO TO 1200-99-FIM
           END-IF.
      *
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-RUNCTL.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-ARQUIVO.
           PERFORM 1210-PROCESSAR-RUNCTL
               UNTIL WRK-ARQUIVO-ESGOTADO.
      *
           CLOSE RUNCTL.
      *
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER E TRATAR UM REGISTRO DO RUNCTL              *
      *----------------------------------------------------------------*
       1210-PROCESSAR-RUNCTL           SECTION.
      *----------------------------------------------------------------*
      *
           READ RUNCTL                 INTO RUNCTLCP-REGISTRO.
      *
           IF (WRK-FS-RUNCTL           EQUAL '10')
               SET WRK-ARQUIVO-ESGOTADO TO TRUE
               GO TO 1210-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-RUNCTL.
           ADD  1                      TO ACU-REG-LIDOS-RUNCTL.
      *
           MOVE RUNCTLCP-DATA          TO WRK-CEN-DATA.
           MOVE RUNCTLCP-HORA          TO WRK-CEN-HORA.
      *
           IF (WRK-CARIMBO-ENTRADA     LESS THAN WRK-NOITE-INICIO)
               GO TO 1210-99-FIM
           END-IF.
      *
           MOVE RUNCTLCP-PROGRAMA      TO WRK-PRG-PROCURADO.
           IF (RUNCTLCP-TIPO           EQUAL 'I') AND
              (WRK-CARIMBO-ENTRADA     LESS THAN WRK-NOITE-FIM)
               SET WRK-INCLUIR-SE-AUSENTE TO TRUE
           ELSE
               MOVE SPACES             TO WRK-FLAG-INCLUIR
           END-IF.
           PERFORM 1080-LOCALIZAR-PROGRAMA.
      *
           IF NOT WRK-PROGRAMA-ACHOU AND NOT WRK-INCLUIR-SE-AUSENTE
               GO TO 1210-99-FIM
           END-IF.
      *
           EVALUATE TRUE
               WHEN RUNCTLCP-TIPO      EQUAL 'I' AND
                    WRK-CARIMBO-ENTRADA LESS THAN WRK-NOITE-FIM
                   MOVE 'S'            TO
                              WRK-PRG-TEM-INICIO(WRK-POS-PROGRAMA)
                   MOVE SPACES         TO
                              WRK-PRG-TEM-FIM(WRK-POS-PROGRAMA)
                              WRK-PRG-ENCERRADO(WRK-POS-PROGRAMA)
                   MOVE WRK-CARIMBO-ENTRADA TO
                              WRK-PRG-INICIO(WRK-POS-PROGRAMA)
                   MOVE ZEROS          TO
                              WRK-PRG-FIM(WRK-POS-PROGRAMA)
               WHEN RUNCTLCP-TIPO      EQUAL 'I'
                   IF (WRK-PRG-TEM-INICIO(WRK-POS-PROGRAMA) EQUAL 'S')
                       MOVE 'S'        TO
                              WRK-PRG-ENCERRADO(WRK-POS-PROGRAMA)
                   END-IF
               WHEN RUNCTLCP-TIPO      EQUAL 'F'
                   IF (WRK-PRG-TEM-INICIO(WRK-POS-PROGRAMA) EQUAL 'S')
                      AND
                      (WRK-PRG-ENCERRADO(WRK-POS-PROGRAMA)
                                       NOT EQUAL 'S')
                      AND
                      (WRK-CARIMBO-ENTRADA NOT LESS THAN
                              WRK-PRG-INICIO(WRK-POS-PROGRAMA))
                       MOVE 'S'        TO
                              WRK-PRG-TEM-FIM(WRK-POS-PROGRAMA)
                       MOVE WRK-CARIMBO-ENTRADA TO
                              WRK-PRG-FIM(WRK-POS-PROGRAMA)
                   END-IF
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CALCULAR O TEMPO DECORRIDO DE CADA PROGRAMA E A *
      *    JANELA DA CADEIA DO CADRNGXT (PRIMEIRO INICIO AO ULTIMO     *
      *    FIM), COM O STEP CRITICO (O DE MAIOR DURACAO)               *
      *----------------------------------------------------------------*
       2000-CALCULAR-JANELA            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2010-CALCULAR-PROGRAMA
               VARYING WRK-IDX-PROGRAMA FROM 1 BY 1
               UNTIL   WRK-IDX-PROGRAMA GREATER THAN WRK-QTD-PROGRAMA.
      *
           IF (WRK-JAN-QTD-STEPS       EQUAL ZERO)
               GO TO 2000-99-FIM
           END-IF.
      *
           MOVE WRK-JAN-INI-DATA       TO WRK-CALC-DATA.
           MOVE WRK-JAN-INI-HORA       TO WRK-CALC-HORA.
           PERFORM 2900-CALCULAR-SEGUNDOS.
           MOVE WRK-CALC-SEGUNDOS      TO WRK-SEG-INICIO.
           MOVE WRK-JAN-FIM-DATA       TO WRK-CALC-DATA.
           MOVE WRK-JAN-FIM-HORA       TO WRK-CALC-HORA.
           PERFORM 2900-CALCULAR-SEGUNDOS.
           MOVE WRK-CALC-SEGUNDOS      TO WRK-SEG-FIM.
           COMPUTE WRK-JAN-DURACAO = WRK-SEG-FIM - WRK-SEG-INICIO.
      *
           IF (WRK-JAN-SOMA-STEPS      LESS THAN WRK-JAN-DURACAO)
               COMPUTE WRK-JAN-OCIOSO =
                       WRK-JAN-DURACAO - WRK-JAN-SOMA-STEPS
           END-IF.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CALCULAR O TEMPO DECORRIDO DE UM PROGRAMA E     *
      *    ACUMULA-LO NA JANELA QUANDO FOR STEP DA CADEIA              *
      *----------------------------------------------------------------*
       2010-CALCULAR-PROGRAMA          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-PRG-TEM-INICIO(WRK-IDX-PROGRAMA) NOT EQUAL 'S')
               GO TO 2010-99-FIM
           END-IF.
      *
           IF (WRK-PRG-TEM-FIM(WRK-IDX-PROGRAMA) NOT EQUAL 'S')
               IF (WRK-PRG-CADEIA(WRK-IDX-PROGRAMA) EQUAL 'S')
                   SET WRK-JANELA-INCOMPLETA TO TRUE
               END-IF
               GO TO 2010-99-FIM
           END-IF.
      *
           MOVE WRK-PRG-INI-DATA(WRK-IDX-PROGRAMA) TO WRK-CALC-DATA.
           MOVE WRK-PRG-INI-HORA(WRK-IDX-PROGRAMA) TO WRK-CALC-HORA.
           PERFORM 2900-CALCULAR-SEGUNDOS.
           MOVE WRK-CALC-SEGUNDOS      TO WRK-SEG-INICIO.
           MOVE WRK-PRG-FIM-DATA(WRK-IDX-PROGRAMA) TO WRK-CALC-DATA.
           MOVE WRK-PRG-FIM-HORA(WRK-IDX-PROGRAMA) TO WRK-CALC-HORA.
           PERFORM 2900-CALCULAR-SEGUNDOS.
           MOVE WRK-CALC-SEGUNDOS      TO WRK-SEG-FIM.
           COMPUTE WRK-PRG-DECORRIDO(WRK-IDX-PROGRAMA) =
                   WRK-SEG-FIM - WRK-SEG-INICIO.
      *
           IF (WRK-PRG-CADEIA(WRK-IDX-PROGRAMA) NOT EQUAL 'S')
               GO TO 2010-99-FIM
           END-IF.
      *
           ADD  1                      TO WRK-JAN-QTD-STEPS.
           ADD  WRK-PRG-DECORRIDO(WRK-IDX-PROGRAMA)
                                       TO WRK-JAN-SOMA-STEPS.
      *
           IF (WRK-JAN-QTD-STEPS       EQUAL 1) OR
              (WRK-PRG-INICIO(WRK-IDX-PROGRAMA) LESS THAN
                                       WRK-JAN-INICIO)
               MOVE WRK-PRG-INICIO(WRK-IDX-PROGRAMA) TO WRK-JAN-INICIO
           END-IF.
           IF (WRK-PRG-FIM(WRK-IDX-PROGRAMA) GREATER THAN WRK-JAN-FIM)
               MOVE WRK-PRG-FIM(WRK-IDX-PROGRAMA)    TO WRK-JAN-FIM
           END-IF.
           IF (WRK-PRG-DECORRIDO(WRK-IDX-PROGRAMA) GREATER THAN
                                       WRK-JAN-CRITICO-SEG) OR
              (WRK-JAN-CRITICO-PRG     EQUAL SPACES)
               MOVE WRK-PRG-DECORRIDO(WRK-IDX-PROGRAMA)
                                       TO WRK-JAN-CRITICO-SEG
               MOVE WRK-PRG-PROGRAMA(WRK-IDX-PROGRAMA)
                                       TO WRK-JAN-CRITICO-PRG
           END-IF.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR O CABECALHO E A LINHA DE CADA PROGRAMA   *
      *----------------------------------------------------------------*
       2100-EMITIR-PROGRAMAS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DATA-REF-X         TO WRK-CEN-DATA.
           PERFORM 2960-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-CB1-DATA.
           MOVE WRK-NOITES             TO WRK-CB1-NOITES.
           MOVE WRK-LIMITE-PCT         TO WRK-CB1-LIMITE.
      *
           WRITE FD-REG-RUNSLAR        FROM WRK-CAB-1.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-RUNSLAR.
           MOVE SPACES                 TO WRK-LINHA-RELATORIO.
           PERFORM 2190-GRAVAR-LINHA.
           WRITE FD-REG-RUNSLAR        FROM WRK-CAB-2.
           PERFORM 1040-TESTAR-FS-RUNSLAR.
      *
           PERFORM 2110-EMITIR-PROGRAMA
               VARYING WRK-IDX-PROGRAMA FROM 1 BY 1
               UNTIL   WRK-IDX-PROGRAMA GREATER THAN WRK-QTD-PROGRAMA.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA AVALIAR E EMITIR UM PROGRAMA: SLA, MEDIA DAS    *
      *    ULTIMAS NOITES, VARIACAO E PARTICIPACAO NA JANELA. O        *
      *    PROGRAMA EXECUTADO E GRAVADO NO NOVO HISTORICO.             *
      *----------------------------------------------------------------*
       2110-EMITIR-PROGRAMA            SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-PRG-PARAMETRO(WRK-IDX-PROGRAMA) NOT EQUAL 'S') AND
              (WRK-PRG-TEM-INICIO(WRK-IDX-PROGRAMA) NOT EQUAL 'S')
               GO TO 2110-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-DET-PROGRAMA
                                          WRK-FLAG-SLA
                                          WRK-FLAG-LENTO.
           MOVE WRK-PRG-PROGRAMA(WRK-IDX-PROGRAMA) TO WRK-DPR-PROGRAMA.
      *
           IF (WRK-PRG-SLA-SEG(WRK-IDX-PROGRAMA) GREATER THAN ZERO)
               MOVE WRK-PRG-SLA-SEG(WRK-IDX-PROGRAMA)
                                       TO WRK-DUR-SEGUNDOS
               PERFORM 2950-EDITAR-DURACAO
               MOVE WRK-DURACAO-EDITADA TO WRK-DPR-SLA
           END-IF.
      *
           PERFORM 2120-CALCULAR-MEDIA.
           IF (WRK-QTD-BASE            GREATER THAN ZERO)
               MOVE WRK-MEDIA          TO WRK-DUR-SEGUNDOS
               PERFORM 2950-EDITAR-DURACAO
               MOVE WRK-DURACAO-EDITADA TO WRK-DPR-MEDIA
           END-IF.
      *
           IF (WRK-PRG-TEM-INICIO(WRK-IDX-PROGRAMA) NOT EQUAL 'S')
               MOVE 'SEM EXECUCAO NA NOITE' TO WRK-DPR-SITUACAO
               PERFORM 2180-GRAVAR-DETALHE
               GO TO 2110-99-FIM
           END-IF.
      *
           MOVE WRK-PRG-INICIO(WRK-IDX-PROGRAMA) TO WRK-CARIMBO-ENTRADA.
           PERFORM 2970-EDITAR-CARIMBO.
           MOVE WRK-CARIMBO-EDITADO    TO WRK-DPR-INICIO.
      *
           IF (WRK-PRG-TEM-FIM(WRK-IDX-PROGRAMA) NOT EQUAL 'S')
               MOVE 'SEM TERMINO (ABEND)' TO WRK-DPR-SITUACAO
               ADD  1                  TO ACU-QTD-SEM-TERMINO
               SET WRK-HOUVE-ALERTA    TO TRUE
               PERFORM 2180-GRAVAR-DETALHE
               GO TO 2110-99-FIM
           END-IF.
      *
           ADD  1                      TO ACU-QTD-EXECUTADOS.
           MOVE WRK-PRG-FIM(WRK-IDX-PROGRAMA) TO WRK-CARIMBO-ENTRADA.
           PERFORM 2970-EDITAR-CARIMBO.
           MOVE WRK-CARIMBO-EDITADO    TO WRK-DPR-FIM.
           MOVE WRK-PRG-DECORRIDO(WRK-IDX-PROGRAMA) TO WRK-DUR-SEGUNDOS.
           PERFORM 2950-EDITAR-DURACAO.
           MOVE WRK-DURACAO-EDITADA    TO WRK-DPR-DECORRIDO.
      *
           IF (WRK-PRG-SLA-SEG(WRK-IDX-PROGRAMA) GREATER THAN ZERO) AND
              (WRK-PRG-DECORRIDO(WRK-IDX-PROGRAMA) GREATER THAN
                              WRK-PRG-SLA-SEG(WRK-IDX-PROGRAMA))
               SET WRK-SLA-ESTOURADO   TO TRUE
           END-IF.
      *
           IF (WRK-QTD-BASE            GREATER THAN ZERO) AND
              (WRK-MEDIA               GREATER THAN ZERO)
               COMPUTE WRK-VARIACAO-PCT ROUNDED =
                  (WRK-PRG-DECORRIDO(WRK-IDX-PROGRAMA) - WRK-MEDIA)
                  * 100 / WRK-MEDIA
                  ON SIZE ERROR MOVE 9999,9 TO WRK-VARIACAO-PCT
               END-COMPUTE
               MOVE WRK-VARIACAO-PCT   TO WRK-VARIACAO-EDITADA
               MOVE WRK-VARIACAO-EDITADA TO WRK-DPR-VARIACAO
               IF (WRK-VARIACAO-PCT    GREATER THAN WRK-LIMITE-PCT)
                   SET WRK-MAIS-LENTO  TO TRUE
               END-IF
           END-IF.
      *
           IF (WRK-PRG-CADEIA(WRK-IDX-PROGRAMA) EQUAL 'S') AND
              (WRK-JAN-DURACAO         GREATER THAN ZERO)
               COMPUTE WRK-PCT-JANELA ROUNDED =
                   WRK-PRG-DECORRIDO(WRK-IDX-PROGRAMA) * 100
                 / WRK-JAN-DURACAO
               MOVE WRK-PCT-JANELA     TO WRK-PCT-EDITADO
               MOVE WRK-PCT-EDITADO    TO WRK-DPR-PCT-JANELA
           END-IF.
      *
           EVALUATE TRUE
               WHEN WRK-SLA-ESTOURADO AND WRK-MAIS-LENTO
                   MOVE 'SLA ESTOURADO / MAIS LENTO'
                                       TO WRK-DPR-SITUACAO
               WHEN WRK-SLA-ESTOURADO
                   MOVE 'SLA ESTOURADO' TO WRK-DPR-SITUACAO
               WHEN WRK-MAIS-LENTO
                   MOVE 'MAIS LENTO QUE A MEDIA'
                                       TO WRK-DPR-SITUACAO
               WHEN WRK-QTD-BASE       EQUAL ZERO
                   MOVE 'OK (SEM BASE DE MEDIA)'
                                       TO WRK-DPR-SITUACAO
               WHEN OTHER
                   MOVE 'OK'           TO WRK-DPR-SITUACAO
           END-EVALUATE.
      *
           IF WRK-SLA-ESTOURADO
               ADD  1                  TO ACU-QTD-SLA-ESTOURADO
               SET WRK-HOUVE-ALERTA    TO TRUE
           END-IF.
           IF WRK-MAIS-LENTO
               ADD  1                  TO ACU-QTD-MAIS-LENTOS
               SET WRK-HOUVE-ALERTA    TO TRUE
           END-IF.
      *
           PERFORM 2180-GRAVAR-DETALHE.
      *
           MOVE SPACES                 TO WRK-REG-HISTORICO.
           MOVE WRK-PRG-PROGRAMA(WRK-IDX-PROGRAMA) TO WRK-HIS-PROGRAMA.
           MOVE WRK-DATA-REF           TO WRK-HIS-DATA.
           MOVE WRK-PRG-INI-DATA(WRK-IDX-PROGRAMA) TO WRK-HIS-INI-DATA.
           MOVE WRK-PRG-INI-HORA(WRK-IDX-PROGRAMA) TO WRK-HIS-INI-HORA.
           MOVE WRK-PRG-FIM-DATA(WRK-IDX-PROGRAMA) TO WRK-HIS-FIM-DATA.
           MOVE WRK-PRG-FIM-HORA(WRK-IDX-PROGRAMA) TO WRK-HIS-FIM-HORA.
           MOVE WRK-PRG-DECORRIDO(WRK-IDX-PROGRAMA)
                                       TO WRK-HIS-DECORRIDO.
           MOVE WRK-PRG-SLA-SEG(WRK-IDX-PROGRAMA) TO WRK-HIS-SLA.
           MOVE WRK-MEDIA              TO WRK-HIS-MEDIA.
           MOVE 'N'                    TO WRK-HIS-FLAG-SLA
                                          WRK-HIS-FLAG-LENTO.
           IF WRK-SLA-ESTOURADO
               MOVE 'S'                TO WRK-HIS-FLAG-SLA
           END-IF.
           IF WRK-MAIS-LENTO
               MOVE 'S'                TO WRK-HIS-FLAG-LENTO
           END-IF.
           PERFORM 1150-GRAVAR-HISTORICO.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CALCULAR A MEDIA DAS ULTIMAS N NOITES DO        *
      *    PROGRAMA (WRK-QTD-BASE = NOITES EFETIVAMENTE USADAS)        *
      *----------------------------------------------------------------*
       2120-CALCULAR-MEDIA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-SOMA-HIST
                                          WRK-MEDIA.
      *
           IF (WRK-PRG-QTD-HIST(WRK-IDX-PROGRAMA) GREATER THAN
                                       WRK-NOITES)
               MOVE WRK-NOITES         TO WRK-QTD-BASE
           ELSE
               MOVE WRK-PRG-QTD-HIST(WRK-IDX-PROGRAMA) TO WRK-QTD-BASE
           END-IF.
      *
           IF (WRK-QTD-BASE            EQUAL ZERO)
               GO TO 2120-99-FIM
           END-IF.
      *
           COMPUTE WRK-IDX-HIST-INI =
                   WRK-PRG-QTD-HIST(WRK-IDX-PROGRAMA) - WRK-QTD-BASE
                 + 1.
           PERFORM 2125-SOMAR-HISTORICO
               VARYING WRK-IDX-HIST FROM WRK-IDX-HIST-INI BY 1
               UNTIL   WRK-IDX-HIST GREATER THAN
                                    WRK-PRG-QTD-HIST(WRK-IDX-PROGRAMA).
      *
           COMPUTE WRK-MEDIA ROUNDED = WRK-SOMA-HIST / WRK-QTD-BASE.
      *
      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR UMA NOITE DO HISTORICO DO PROGRAMA        *
      *----------------------------------------------------------------*
       2125-SOMAR-HISTORICO            SECTION.
      *----------------------------------------------------------------*
      *
           ADD  WRK-PRG-HIST-DECORRIDO(WRK-IDX-PROGRAMA, WRK-IDX-HIST)
                                       TO WRK-SOMA-HIST.
      *
      *----------------------------------------------------------------*
       2125-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR A LINHA DE DETALHE DE UM PROGRAMA        *
      *----------------------------------------------------------------*
       2180-GRAVAR-DETALHE             SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-RUNSLAR        FROM WRK-DET-PROGRAMA.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-RUNSLAR.
      *
      *----------------------------------------------------------------*
       2180-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR WRK-LINHA-RELATORIO NO RELATORIO         *
      *----------------------------------------------------------------*
       2190-GRAVAR-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-RUNSLAR        FROM WRK-LINHA-RELATORIO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-RUNSLAR.
      *
      *----------------------------------------------------------------*
       2190-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR A JANELA DO CADRNGXT: INICIO, FIM,       *
      *    DURACAO CONTRA O SLA E A MEDIA, STEP CRITICO, TEMPO OCIOSO  *
      *    ENTRE STEPS E A TENDENCIA DAS ULTIMAS NOITES. A JANELA      *
      *    COMPLETA DA NOITE E GRAVADA NO NOVO HISTORICO.              *
      *----------------------------------------------------------------*
       2200-EMITIR-JANELA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-LINHA-RELATORIO.
           PERFORM 2190-GRAVAR-LINHA.
           MOVE 'JANELA DA CADEIA CADRNGXT'  TO WRK-LINHA-RELATORIO.
           PERFORM 2190-GRAVAR-LINHA.
      *
           IF (WRK-JAN-QTD-STEPS       EQUAL ZERO)
               MOVE '    NENHUM STEP DA CADEIA TERMINOU NA NOITE'
                                       TO WRK-LINHA-RELATORIO
               PERFORM 2190-GRAVAR-LINHA
               PERFORM 2250-EMITIR-TENDENCIA
               GO TO 2200-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-LINHA-RELATORIO.
           MOVE WRK-JAN-INICIO         TO WRK-CARIMBO-ENTRADA.
           PERFORM 2970-EDITAR-CARIMBO.
           MOVE '    INICIO...........: ' TO WRK-LINHA-RELATORIO(1:23).
           MOVE WRK-CARIMBO-EDITADO    TO WRK-LINHA-RELATORIO(24:14).
           MOVE WRK-JAN-FIM            TO WRK-CARIMBO-ENTRADA.
           PERFORM 2970-EDITAR-CARIMBO.
           MOVE '   FIM: '             TO WRK-LINHA-RELATORIO(38:8).
           MOVE WRK-CARIMBO-EDITADO    TO WRK-LINHA-RELATORIO(46:14).
           PERFORM 2190-GRAVAR-LINHA.
      *
           PERFORM 2210-CALCULAR-MEDIA-JANELA.
      *
           MOVE SPACES                 TO WRK-FLAG-SLA
                                          WRK-FLAG-LENTO.
           MOVE SPACES                 TO WRK-LINHA-RELATORIO.
           MOVE '    DURACAO..........: ' TO WRK-LINHA-RELATORIO(1:23).
           MOVE WRK-JAN-DURACAO        TO WRK-DUR-SEGUNDOS.
           PERFORM 2950-EDITAR-DURACAO.
           MOVE WRK-DURACAO-EDITADA    TO WRK-LINHA-RELATORIO(24:9).
           IF (WRK-JAN-SLA-SEG         GREATER THAN ZERO)
               MOVE '   SLA: '         TO WRK-LINHA-RELATORIO(33:8)
               MOVE WRK-JAN-SLA-SEG    TO WRK-DUR-SEGUNDOS
               PERFORM 2950-EDITAR-DURACAO
               MOVE WRK-DURACAO-EDITADA TO WRK-LINHA-RELATORIO(41:9)
           END-IF.
           IF (WRK-JAN-MEDIA           GREATER THAN ZERO)
               MOVE '   MEDIA: '       TO WRK-LINHA-RELATORIO(50:10)
               MOVE WRK-JAN-MEDIA      TO WRK-DUR-SEGUNDOS
               PERFORM 2950-EDITAR-DURACAO
               MOVE WRK-DURACAO-EDITADA TO WRK-LINHA-RELATORIO(60:9)
               COMPUTE WRK-VARIACAO-PCT ROUNDED =
                  (WRK-JAN-DURACAO - WRK-JAN-MEDIA) * 100
                  / WRK-JAN-MEDIA
                  ON SIZE ERROR MOVE 9999,9 TO WRK-VARIACAO-PCT
               END-COMPUTE
               MOVE WRK-VARIACAO-PCT   TO WRK-VARIACAO-EDITADA
               MOVE '   VAR: '         TO WRK-LINHA-RELATORIO(69:8)
               MOVE WRK-VARIACAO-EDITADA TO WRK-LINHA-RELATORIO(77:7)
               MOVE '%'                TO WRK-LINHA-RELATORIO(84:1)
               IF (WRK-VARIACAO-PCT    GREATER THAN WRK-LIMITE-PCT)
                   SET WRK-MAIS-LENTO  TO TRUE
               END-IF
           END-IF.
           PERFORM 2190-GRAVAR-LINHA.
      *
           IF (WRK-JAN-SLA-SEG         GREATER THAN ZERO) AND
              (WRK-JAN-DURACAO         GREATER THAN WRK-JAN-SLA-SEG)
               SET WRK-SLA-ESTOURADO   TO TRUE
               MOVE '    *** SLA DA JANELA ESTOURADO ***'
                                       TO WRK-LINHA-RELATORIO
               PERFORM 2190-GRAVAR-LINHA
               ADD  1                  TO ACU-QTD-SLA-ESTOURADO
               SET WRK-HOUVE-ALERTA    TO TRUE
           END-IF.
           IF WRK-MAIS-LENTO
               MOVE '    *** JANELA MAIS LENTA QUE A MEDIA ***'
                                       TO WRK-LINHA-RELATORIO
               PERFORM 2190-GRAVAR-LINHA
               ADD  1                  TO ACU-QTD-MAIS-LENTOS
               SET WRK-HOUVE-ALERTA    TO TRUE
           END-IF.
      *
           MOVE SPACES                 TO WRK-LINHA-RELATORIO.
           MOVE '    STEP CRITICO.....: ' TO WRK-LINHA-RELATORIO(1:23).
           MOVE WRK-JAN-CRITICO-PRG    TO WRK-LINHA-RELATORIO(24:8).
           MOVE WRK-JAN-CRITICO-SEG    TO WRK-DUR-SEGUNDOS.
           PERFORM 2950-EDITAR-DURACAO.
           MOVE WRK-DURACAO-EDITADA    TO WRK-LINHA-RELATORIO(34:9).
           IF (WRK-JAN-DURACAO         GREATER THAN ZERO)
               COMPUTE WRK-PCT-JANELA ROUNDED =
                   WRK-JAN-CRITICO-SEG * 100 / WRK-JAN-DURACAO
               MOVE WRK-PCT-JANELA     TO WRK-PCT-EDITADO
               MOVE WRK-PCT-EDITADO    TO WRK-LINHA-RELATORIO(45:5)
               MOVE '% DA JANELA'      TO WRK-LINHA-RELATORIO(50:11)
           END-IF.
           PERFORM 2190-GRAVAR-LINHA.
      *
           MOVE SPACES                 TO WRK-LINHA-RELATORIO.
           MOVE '    OCIOSO ENTRE STEPS: '
                                       TO WRK-LINHA-RELATORIO(1:24).
           MOVE WRK-JAN-OCIOSO         TO WRK-DUR-SEGUNDOS.
           PERFORM 2950-EDITAR-DURACAO.
           MOVE WRK-DURACAO-EDITADA    TO WRK-LINHA-RELATORIO(24:9).
           PERFORM 2190-GRAVAR-LINHA.
      *
           IF WRK-JANELA-INCOMPLETA
               MOVE '    *** JANELA INCOMPLETA - HA STEP DA CADEIA SEM T
      -             'ERMINO; NAO ENTRA NO HISTORICO ***'
                                       TO WRK-LINHA-RELATORIO
               PERFORM 2190-GRAVAR-LINHA
           ELSE
               MOVE SPACES             TO WRK-REG-HISTORICO
               MOVE 'CADRNGXT'         TO WRK-HIS-PROGRAMA
               MOVE WRK-DATA-REF       TO WRK-HIS-DATA
               MOVE WRK-JAN-INI-DATA   TO WRK-HIS-INI-DATA
               MOVE WRK-JAN-INI-HORA   TO WRK-HIS-INI-HORA
               MOVE WRK-JAN-FIM-DATA   TO WRK-HIS-FIM-DATA
               MOVE WRK-JAN-FIM-HORA   TO WRK-HIS-FIM-HORA
               MOVE WRK-JAN-DURACAO    TO WRK-HIS-DECORRIDO
               MOVE WRK-JAN-SLA-SEG    TO WRK-HIS-SLA
               MOVE WRK-JAN-MEDIA      TO WRK-HIS-MEDIA
               MOVE 'N'                TO WRK-HIS-FLAG-SLA
                                          WRK-HIS-FLAG-LENTO
               IF WRK-SLA-ESTOURADO
                   MOVE 'S'            TO WRK-HIS-FLAG-SLA
               END-IF
               IF WRK-MAIS-LENTO
                   MOVE 'S'            TO WRK-HIS-FLAG-LENTO
               END-IF
               MOVE WRK-JAN-CRITICO-PRG TO WRK-HIS-CRITICO
               PERFORM 1150-GRAVAR-HISTORICO
           END-IF.
      *
           PERFORM 2250-EMITIR-TENDENCIA.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CALCULAR A MEDIA DA JANELA NAS ULTIMAS N NOITES *
      *----------------------------------------------------------------*
       2210-CALCULAR-MEDIA-JANELA      SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-SOMA-HIST
                                          WRK-JAN-MEDIA.
      *
           IF (WRK-QTD-JANELA          GREATER THAN WRK-NOITES)
               MOVE WRK-NOITES         TO WRK-QTD-BASE
           ELSE
               MOVE WRK-QTD-JANELA     TO WRK-QTD-BASE
           END-IF.
      *
           IF (WRK-QTD-BASE            EQUAL ZERO)
               GO TO 2210-99-FIM
           END-IF.
      *
           COMPUTE WRK-IDX-HIST-INI = WRK-QTD-JANELA - WRK-QTD-BASE + 1.
           PERFORM 2215-SOMAR-JANELA
               VARYING WRK-IDX-HIST FROM WRK-IDX-HIST-INI BY 1
               UNTIL   WRK-IDX-HIST GREATER THAN WRK-QTD-JANELA.
      *
           COMPUTE WRK-JAN-MEDIA ROUNDED = WRK-SOMA-HIST / WRK-QTD-BASE.
      *
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR UMA JANELA DO HISTORICO                   *
      *----------------------------------------------------------------*
       2215-SOMAR-JANELA               SECTION.
      *----------------------------------------------------------------*
      *
           ADD  WRK-JAN-DECORRIDO(WRK-IDX-HIST) TO WRK-SOMA-HIST.
      *
      *----------------------------------------------------------------*
       2215-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR A TENDENCIA DA JANELA: AS ULTIMAS N      *
      *    NOITES DO HISTORICO E A NOITE PROCESSADA                    *
      *----------------------------------------------------------------*
       2250-EMITIR-TENDENCIA           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-LINHA-RELATORIO.
           PERFORM 2190-GRAVAR-LINHA.
           MOVE 'TENDENCIA DA JANELA DO CADRNGXT'
                                       TO WRK-LINHA-RELATORIO.
           PERFORM 2190-GRAVAR-LINHA.
      *
           IF (WRK-QTD-JANELA          GREATER THAN WRK-NOITES)
               COMPUTE WRK-IDX-HIST-INI = WRK-QTD-JANELA - WRK-NOITES
                                        + 1
           ELSE
               MOVE 1                  TO WRK-IDX-HIST-INI
           END-IF.
      *
           PERFORM 2255-EMITIR-NOITE
               VARYING WRK-IDX-HIST FROM WRK-IDX-HIST-INI BY 1
               UNTIL   WRK-IDX-HIST GREATER THAN WRK-QTD-JANELA.
      *
           IF (WRK-JAN-QTD-STEPS       GREATER THAN ZERO) AND
              (NOT WRK-JANELA-INCOMPLETA)
               MOVE WRK-DATA-REF-X     TO WRK-CEN-DATA
               PERFORM 2960-EDITAR-DATA
               MOVE WRK-DATA-EDITADA   TO WRK-DTE-DATA
               MOVE WRK-JAN-DURACAO    TO WRK-DUR-SEGUNDOS
               PERFORM 2950-EDITAR-DURACAO
               MOVE WRK-DURACAO-EDITADA TO WRK-DTE-DURACAO
               MOVE WRK-JAN-CRITICO-PRG TO WRK-DTE-CRITICO
               WRITE FD-REG-RUNSLAR    FROM WRK-DET-TENDENCIA
               PERFORM 1040-TESTAR-FS-RUNSLAR
           END-IF.
      *
      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR UMA NOITE DA TENDENCIA                   *
      *----------------------------------------------------------------*
       2255-EMITIR-NOITE               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-JAN-DATA(WRK-IDX-HIST) TO WRK-CEN-DATA.
           PERFORM 2960-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-DTE-DATA.
           MOVE WRK-JAN-DECORRIDO(WRK-IDX-HIST) TO WRK-DUR-SEGUNDOS.
           PERFORM 2950-EDITAR-DURACAO.
           MOVE WRK-DURACAO-EDITADA    TO WRK-DTE-DURACAO.
           MOVE WRK-JAN-CRITICO(WRK-IDX-HIST) TO WRK-DTE-CRITICO.
      *
           WRITE FD-REG-RUNSLAR        FROM WRK-DET-TENDENCIA.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-RUNSLAR.
      *
      *----------------------------------------------------------------*
       2255-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CONVERTER DATA E HORA (WRK-CALC-DATA AAAAMMDD E *
      *    WRK-CALC-HORA HHMMSSCC) EM SEGUNDOS CORRIDOS                *
      *----------------------------------------------------------------*
       2900-CALCULAR-SEGUNDOS          SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-CALC-SEGUNDOS =
                   FUNCTION INTEGER-OF-DATE(WRK-CALC-DATA) * 86400
                 + WRK-CALC-HH * 3600
                 + WRK-CALC-MM * 60
                 + WRK-CALC-SS.
      *
      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EDITAR WRK-DUR-SEGUNDOS EM HHH:MM:SS            *
      *----------------------------------------------------------------*
       2950-EDITAR-DURACAO             SECTION.
      *----------------------------------------------------------------*
      *
           DIVIDE WRK-DUR-SEGUNDOS     BY 3600
                  GIVING WRK-DUR-HORAS REMAINDER WRK-DUR-RESTO.
           DIVIDE WRK-DUR-RESTO        BY 60
                  GIVING WRK-DUR-MINUTOS REMAINDER WRK-DUR-SEGS.
      *
           MOVE WRK-DUR-HORAS          TO WRK-DED-HORAS.
           MOVE WRK-DUR-MINUTOS        TO WRK-DED-MINUTOS.
           MOVE WRK-DUR-SEGS           TO WRK-DED-SEGUNDOS.
      *
      *----------------------------------------------------------------*
       2950-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EDITAR A DATA DE WRK-CEN-DATA EM DD/MM/AAAA     *
      *----------------------------------------------------------------*
       2960-EDITAR-DATA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DATA-EDITADA.
           STRING WRK-CEN-DATA(7:2) '/'
                  WRK-CEN-DATA(5:2) '/'
                  WRK-CEN-DATA(1:4)
                  DELIMITED BY SIZE    INTO WRK-DATA-EDITADA.
      *
      *----------------------------------------------------------------*
       2960-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EDITAR O CARIMBO DE WRK-CARIMBO-ENTRADA         *
      *    (AAAAMMDD + HHMMSSCC) EM DD/MM HH:MM:SS                     *
      *----------------------------------------------------------------*
       2970-EDITAR-CARIMBO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CEN-DATA(7:2)      TO WRK-CED-DIA.
           MOVE WRK-CEN-DATA(5:2)      TO WRK-CED-MES.
           MOVE WRK-CEN-HORA(1:2)      TO WRK-CED-HH.
           MOVE WRK-CEN-HORA(3:2)      TO WRK-CED-MM.
           MOVE WRK-CEN-HORA(5:2)      TO WRK-CED-SS.
      *
      *----------------------------------------------------------------*
       2970-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO: FECHA O RELATORIO, GRAVA O NOVO      *
      *    HISTORICO NO RUNSLAH E DEFINE O RETURN-CODE                 *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF (ACU-REG-POSTERIORES     GREATER THAN ZERO)
               PERFORM 3020-COPIAR-NOITES-POSTERIORES
           END-IF.
      *
           CLOSE RUNSLAR RUNSLAN.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-RUNSLAR.
           PERFORM 1030-TESTAR-FS-RUNSLAN.
      *
           PERFORM 3050-ATUALIZAR-HISTORICO.
           PERFORM 3100-EMITIR-ESTATISTICAS.
      *
           IF WRK-HOUVE-ALERTA
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
      *    ROTINA PARA COPIAR PARA O NOVO HISTORICO, DEPOIS DA NOITE   *
      *    PROCESSADA, AS NOITES POSTERIORES A ELA QUE JA ESTAVAM NO   *
      *    RUNSLAH, MANTENDO O HISTORICO EM ORDEM DE NOITE             *
      *----------------------------------------------------------------*
       3020-COPIAR-NOITES-POSTERIORES  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT RUNSLAH.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1045-TESTAR-FS-RUNSLAH.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-ARQUIVO.
           PERFORM 3030-COPIAR-NOITE-POSTERIOR
               UNTIL WRK-ARQUIVO-ESGOTADO.
      *
           CLOSE RUNSLAH.
      *
      *----------------------------------------------------------------*
       3020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO RUNSLAH E COPIA-LO PARA O    *
      *    NOVO HISTORICO QUANDO FOR DE NOITE POSTERIOR A PROCESSADA   *
      *----------------------------------------------------------------*
       3030-COPIAR-NOITE-POSTERIOR     SECTION.
      *----------------------------------------------------------------*
      *
           READ RUNSLAH                INTO WRK-REG-HISTORICO.
      *
           IF (WRK-FS-RUNSLAH          EQUAL '10')
               SET WRK-ARQUIVO-ESGOTADO TO TRUE
               GO TO 3030-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1045-TESTAR-FS-RUNSLAH.
      *
           IF (WRK-HIS-DATA            GREATER THAN WRK-DATA-REF)
               PERFORM 1150-GRAVAR-HISTORICO
           END-IF.
      *
      *----------------------------------------------------------------*
       3030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COPIAR O NOVO HISTORICO (RUNSLAN) PARA O        *
      *    RUNSLAH, BASE DA PROXIMA EXECUCAO                           *
      *----------------------------------------------------------------*
       3050-ATUALIZAR-HISTORICO        SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  RUNSLAN.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-RUNSLAN.
      *
           OPEN OUTPUT RUNSLAH.
           PERFORM 1045-TESTAR-FS-RUNSLAH.
      *
           PERFORM 3060-COPIAR-HISTORICO-NOVO
               UNTIL WRK-FS-RUNSLAN    EQUAL '10'.
      *
           CLOSE RUNSLAN RUNSLAH.
      *
      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO RUNSLAN E GRAVA-LO NO        *
      *    RUNSLAH                                                     *
      *----------------------------------------------------------------*
       3060-COPIAR-HISTORICO-NOVO      SECTION.
      *----------------------------------------------------------------*
      *
           READ RUNSLAN.
      *
           IF (WRK-FS-RUNSLAN          NOT EQUAL '10')
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1030-TESTAR-FS-RUNSLAN
               MOVE FD-REG-RUNSLAN     TO FD-REG-RUNSLAH
               WRITE FD-REG-RUNSLAH
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               PERFORM 1045-TESTAR-FS-RUNSLAH
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
           DISPLAY '* RUNSLA01 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* RUNCTL   |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-RUNCTL '     *'.
           DISPLAY '* RUNSLAH  |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-RUNSLAH '     *'.
           DISPLAY '* RUNSLAH  |  I  | SUBSTITUIDOS  | '
           ACU-REG-SUBSTITUIDOS '     *'.
           DISPLAY '* RUNSLAH  |  I  | POSTERIORES   | '
           ACU-REG-POSTERIORES '     *'.
           DISPLAY '* RUNSLAH  |  O  | TOTAL REG.    | '
           ACU-REG-GRAVADOS-RUNSLAN '     *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* PROGRAMAS EXECUTADOS | ' ACU-QTD-EXECUTADOS
           '                *'.
           DISPLAY '* SLA ESTOURADO        | ' ACU-QTD-SLA-ESTOURADO
           '                *'.
           DISPLAY '* MAIS LENTOS          | ' ACU-QTD-MAIS-LENTOS
           '                *'.
           DISPLAY '* SEM TERMINO          | ' ACU-QTD-SEM-TERMINO
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
