      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. CALLRRT1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  CALLRRT1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  RETARIFACAO APOS CORRECAO RETROATIVA DO      *
      *                   MESTRE DE TARIFAS: RELE O TRAFEGO JA         *
      *                   VALORADO PELO CALLRATE (CALLRES) NO PERIODO  *
      *                   INFORMADO E REVALORA, COM A TARIFA HOJE      *
      *                   VIGENTE NO TARMAST PARA A DATA DE CADA       *
      *                   CHAMADA, AS CHAMADAS ATINGIDAS PELAS CHAVES  *
      *                   DE TARIFA ALTERADAS (TARALT), NO MESMO       *
      *                   CRITERIO DE CLASSIFICACAO, PAR DE            *
      *                   OPERADORAS E BANDA HORARIA DO CALLRATE.      *
      *                   CADA CHAMADA CUJO VALOR MUDA GERA UM         *
      *                   REGISTRO DE AJUSTE (VALOR ANTERIOR, VALOR    *
      *                   NOVO E DIFERENCA) NO CALLAJU, E AS           *
      *                   DIFERENCAS SAO RESUMIDAS POR SENTIDO DE PAR  *
      *                   DE OPERADORAS E CLASSIFICACAO NO SETLAJU, NO *
      *                   LAYOUT DO SETLSUM, PARA COBRANCA OU CREDITO  *
      *                   NO ACERTO DE INTERCONEXAO SEGUINTE SEM       *
      *                   REENVIO DO MES INTEIRO. O CALLRES NAO E      *
      *                   ALTERADO.                                    *
      *                   O SENTIDO DO ACERTO SEGUE O SETLSUM1 (0800   *
      *                   INVERTIDO, GRATUITAS FORA). DIFERENCA        *
      *                   LIQUIDA NEGATIVA (CREDITO) E COMPENSADA COM  *
      *                   O SENTIDO INVERSO DO MESMO PAR E, SE AINDA   *
      *                   NEGATIVA, SAI NO SENTIDO INVERSO: QUEM       *
      *                   RECEBEU A MAIS DEVOLVE A DIFERENCA.          *
      *                   CHAMADA JA AJUSTADA POR RETARIFACAO ANTERIOR *
      *                   (HISTORICO CALLAJH) TEM COMO BASE O ULTIMO   *
      *                   VALOR NOVO AJUSTADO, E NAO O VALOR DO        *
      *                   CALLRES: SO A DIFERENCA AINDA NAO ACERTADA   *
      *                   SAI NO CALLAJU. AO FINAL OS AJUSTES DA       *
      *                   EXECUCAO SAO ACRESCENTADOS AO CALLAJH E O    *
      *                   LOTE (QUANTIDADE E HASH DO TARALT + PERIODO) *
      *                   E REGISTRADO NO CALLRCTL; O MESMO LOTE PARA  *
      *                   O MESMO PERIODO E RECUSADO DALI EM DIANTE.   *
      *                   EM CASO DE ABEND NA FINALIZACAO, RESTAURAR   *
      *                   O CALLAJH E O CALLRCTL ANTES DE REEXECUTAR.  *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  CALLRES                     (VIDE FD)         *
      *                  CALLRRTW                    (VIDE FD)         *
      *                  TARMAST                     TARMSTCP          *
      *                  TARALT                      TARMSTCP          *
      *                  EOTMAST                     EOTMSTCP          *
      *                  CALLAJU                     (VIDE FD)         *
      *                  SETLAJU                     (VIDE FD)         *
      *                  CALLAJH                     (VIDE FD)         *
      *                  CALLAJHW                    (VIDE FD)         *
      *                  CALLRCTL                    (VIDE FD)         *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: CALLRES  - TRAFEGO CLASSIFICADO E VALORADO    *
      *                             PELO CALLRATE (ENTRADA)            *
      *                  CALLRRTW - CALLRES ORDENADO POR ORIGEM,       *
      *                             DESTINO, DATA, DURACAO E BANDA     *
      *                             (ARQUIVO DE TRABALHO DO SORT)      *
      *                  TARMAST  - CADASTRO MESTRE DE TARIFAS JA      *
      *                             CORRIGIDO PELO TARMNT01            *
      *                  TARALT   - CHAVES DE TARIFA ALTERADAS, NO     *
      *                             LAYOUT DO MOVIMENTO DO TARMNT01    *
      *                             (ACAO + REGISTRO TARMSTCP); SO A   *
      *                             CLASSIFICACAO, O PAR DE OPERADORAS *
      *                             (EM BRANCO = QUALQUER) E A BANDA   *
      *                             ('A' = AMBAS) SAO CONSIDERADOS     *
      *                  EOTMAST  - CADASTRO MESTRE DE OPERADORAS      *
      *                             (NOME DAS OPERADORAS NO RESUMO)    *
      *                  CALLAJU  - AJUSTES POR CHAMADA: VALOR         *
      *                             ANTERIOR, VALOR NOVO, SINAL ('+' = *
      *                             A COBRAR, '-' = A CREDITAR) E      *
      *                             DIFERENCA                          *
      *                  SETLAJU  - RESUMO DOS AJUSTES NO LAYOUT DO    *
      *                             SETLSUM: UMA LINHA POR SENTIDO DE  *
      *                             PAR E CLASSIFICACAO, COM AS        *
      *                             CHAMADAS AJUSTADAS, OS MINUTOS E A *
      *                             DIFERENCA DEVIDA PELA OPERADORA DE *
      *                             ORIGEM DA LINHA                    *
      *                  CALLAJH  - HISTORICO ACUMULADO DOS AJUSTES    *
      *                             (LAYOUT DO CALLAJU), LIDO NO       *
      *                             INICIO E ACRESCIDO NO FINAL (SE    *
      *                             AUSENTE, NAO HA AJUSTE ANTERIOR)   *
      *                  CALLAJHW - CALLAJH ORDENADO NA CHAVE DO       *
      *                             CALLRRTW, MANTIDA A ORDEM DE       *
      *                             GRAVACAO (ARQUIVO DE TRABALHO DO   *
      *                             SORT)                              *
      *                  CALLRCTL - LOTES DE TARALT JA PROCESSADOS,    *
      *                             COM O PERIODO E A DATA DA          *
      *                             EXECUCAO, LIDO NO INICIO E         *
      *                             ACRESCIDO NO FINAL                 *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: CALLRRT1_DATA_INI - PRIMEIRO DIA DO PERIODO   *
      *                                      (AAAAMMDD), OBRIGATORIO   *
      *                  CALLRRT1_DATA_FIM - ULTIMO DIA DO PERIODO     *
      *                                      (AAAAMMDD), OBRIGATORIO   *
      *----------------------------------------------------------------*
      *    RETURN-CODE.: 00 - RETARIFACAO CONCLUIDA                    *
      *                  04 - HA CHAMADA ATINGIDA QUE NAO PODE SER     *
      *                       RETARIFADA (SEM CODIGO DE CLASSIFICACAO  *
      *                       OU BANDA HORARIA INDETERMINADA)          *
      *                  08 - PARAMETRO AUSENTE OU INVALIDO, TARALT    *
      *                       SEM CHAVES OU LOTE TARALT JA PROCESSADO  *
      *                       PARA O MESMO PERIODO (CALLRCTL)          *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DA RETARIFACAO APOS      *
      *                        CORRECAO RETROATIVA DE TARIFA.          *
      *    15/10/2026 EGR      CHAMADA JA AJUSTADA TEM COMO BASE O     *
      *                        ULTIMO VALOR DO HISTORICO CALLAJH (SO A *
      *                        DIFERENCA NOVA E AJUSTADA) E O MESMO    *
      *                        LOTE TARALT NAO E PROCESSADO DUAS VEZES *
      *                        PARA O MESMO PERIODO (CALLRCTL, RC 08). *
      *    15/10/2026 EGR      O HISTORICO CALLAJH PASSA A SER CASADO  *
      *                        POR CHAVE QUE INCLUI A BANDA HORARIA,   *
      *                        POR LEITURA CASADA DO CALLRES E DO      *
      *                        CALLAJH CLASSIFICADOS                   *
      *                        (CALLRRTW/CALLAJHW), SEM A TABELA EM    *
      *                        MEMORIA (OCCURS 5000).                  *
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
           SELECT CALLRRTW             ASSIGN
           TO DYNAMIC                  WRK-PATH-CALLRRTW
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CALLRRTW.
      *
           SELECT TARMAST              ASSIGN
           TO DYNAMIC                  WRK-PATH-TARMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-TARMAST.
      *
           SELECT TARALT               ASSIGN
           TO DYNAMIC                  WRK-PATH-TARALT
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-TARALT.
      *
           SELECT EOTMAST              ASSIGN
           TO DYNAMIC                  WRK-PATH-EOTMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EOTMAST.
      *
           SELECT CALLAJU              ASSIGN
           TO DYNAMIC                  WRK-PATH-CALLAJU
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CALLAJU.
      *
           SELECT SETLAJU              ASSIGN
           TO DYNAMIC                  WRK-PATH-SETLAJU
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-SETLAJU.
      *
           SELECT CALLAJH              ASSIGN
           TO DYNAMIC                  WRK-PATH-CALLAJH
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CALLAJH.
      *
           SELECT CALLAJHW             ASSIGN
           TO DYNAMIC                  WRK-PATH-CALLAJHW
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CALLAJHW.
      *
           SELECT CALLRCTL             ASSIGN
           TO DYNAMIC                  WRK-PATH-CALLRCTL
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CALLRCTL.
      *
           SELECT ORDCHAMA             ASSIGN TO 'SORTWK01'.
      *
           SELECT ORDAJUST             ASSIGN TO 'SORTWK02'.
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
      *    CONTROLE......: CALLRES ORDENADO NA CHAVE DO HISTORICO      *
      *                     (ARQUIVO DE TRABALHO DO SORT)              *
      *----------------------------------------------------------------*
       FD  CALLRRTW
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALLRRTW.
           05  FD-RES-ORIGEM.
               10  FD-RES-ORIG-DDD     PIC  9(002).
               10  FD-RES-ORIG-PREFIXO PIC  9(005).
               10  FD-RES-ORIG-MCDU    PIC  X(004).
           05  FD-RES-DESTINO.
               10  FD-RES-DEST-DDD     PIC  9(002).
               10  FD-RES-DEST-PREFIXO PIC  9(005).
               10  FD-RES-DEST-MCDU    PIC  X(004).
           05  FD-RES-ORIG-EOT         PIC  X(003).
           05  FD-RES-DEST-EOT         PIC  X(003).
           05  FD-RES-CLASSIFICACAO    PIC  X(020).
           05  FD-RES-OPERADORA        PIC  X(016).
           05  FD-RES-SITUACAO         PIC  X(015).
           05  FD-RES-DATA-CHAMADA     PIC  X(008).
           05  FD-RES-DURACAO-SEG      PIC  9(006).
           05  FD-RES-VALOR-CHAMADA    PIC  9(007)V9(002).
           05  FD-RES-TARIFADO         PIC  X(001).
           05  FD-RES-PAGADOR          PIC  X(001).
               88  FD-RES-PAGA-DESTINO             VALUE 'D'.
               88  FD-RES-PAGA-NINGUEM             VALUE 'N'.
           05  FD-RES-CLASSIF-COD      PIC  X(001).
           05  FD-RES-BANDA            PIC  X(001).
      *----------------------------------------------------------------*
      *    ENTRADA......: CADASTRO MESTRE DE TARIFAS (TARMAST)         *
      *----------------------------------------------------------------*
       FD  TARMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-TARMAST               PIC  X(040).
      *----------------------------------------------------------------*
      *    ENTRADA......: CHAVES DE TARIFA ALTERADAS                   *
      *----------------------------------------------------------------*
       FD  TARALT
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-TARALT.
           05  FD-ALT-ACAO             PIC  X(001).
           05  FD-ALT-REGISTRO         PIC  X(040).
      *----------------------------------------------------------------*
      *    INPUT......: CADASTRO MESTRE DE OPERADORAS (EOTMAST)        *
      *----------------------------------------------------------------*
       FD  EOTMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EOTMAST               PIC  X(060).
      *----------------------------------------------------------------*
      *    SAIDA........: AJUSTES POR CHAMADA RETARIFADA               *
      *----------------------------------------------------------------*
       FD  CALLAJU
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALLAJU.
           05  FD-AJU-ORIGEM           PIC  X(011).
           05  FD-AJU-DESTINO          PIC  X(011).
           05  FD-AJU-ORIG-EOT         PIC  X(003).
           05  FD-AJU-DEST-EOT         PIC  X(003).
           05  FD-AJU-CLASSIFICACAO    PIC  X(020).
           05  FD-AJU-CLASSIF-COD      PIC  X(001).
           05  FD-AJU-BANDA            PIC  X(001).
           05  FD-AJU-PAGADOR          PIC  X(001).
           05  FD-AJU-DATA-CHAMADA     PIC  X(008).
           05  FD-AJU-DURACAO-SEG      PIC  9(006).
           05  FD-AJU-VALOR-ANTERIOR   PIC  9(007)V9(002).
           05  FD-AJU-VALOR-NOVO       PIC  9(007)V9(002).
           05  FD-AJU-SINAL            PIC  X(001).
           05  FD-AJU-DIFERENCA        PIC  9(007)V9(002).
           05  FD-AJU-DATA-RETARIFACAO PIC  X(008).
      *----------------------------------------------------------------*
      *    SAIDA........: RESUMO DOS AJUSTES (LAYOUT DO SETLSUM)       *
      *----------------------------------------------------------------*
       FD  SETLAJU
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-SETLAJU.
           05  FD-SUM-ORIG-EOT         PIC  X(003).
           05  FD-SUM-ORIG-NOME        PIC  X(040).
           05  FD-SUM-DEST-EOT         PIC  X(003).
           05  FD-SUM-DEST-NOME        PIC  X(040).
           05  FD-SUM-CLASSIFICACAO    PIC  X(020).
           05  FD-SUM-QTD-CHAMADAS     PIC  9(009).
           05  FD-SUM-MINUTOS          PIC  9(009).
           05  FD-SUM-VALOR            PIC  9(011)V9(002).
      *----------------------------------------------------------------*
      *    ENTRADA/SAIDA: HISTORICO ACUMULADO DOS AJUSTES (CALLAJU)    *
      *----------------------------------------------------------------*
       FD  CALLAJH
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALLAJH.
           05  FD-AJH-ORIGEM           PIC  X(011).
           05  FD-AJH-DESTINO          PIC  X(011).
           05  FD-AJH-ORIG-EOT         PIC  X(003).
           05  FD-AJH-DEST-EOT         PIC  X(003).
           05  FD-AJH-CLASSIFICACAO    PIC  X(020).
           05  FD-AJH-CLASSIF-COD      PIC  X(001).
           05  FD-AJH-BANDA            PIC  X(001).
           05  FD-AJH-PAGADOR          PIC  X(001).
           05  FD-AJH-DATA-CHAMADA     PIC  X(008).
           05  FD-AJH-DURACAO-SEG      PIC  9(006).
           05  FD-AJH-VALOR-ANTERIOR   PIC  9(007)V9(002).
           05  FD-AJH-VALOR-NOVO       PIC  9(007)V9(002).
           05  FD-AJH-SINAL            PIC  X(001).
           05  FD-AJH-DIFERENCA        PIC  9(007)V9(002).
           05  FD-AJH-DATA-RETARIFACAO PIC  X(008).
      *----------------------------------------------------------------*
      *    ENTRADA/SAIDA: LOTES DE TARALT JA PROCESSADOS               *
      *----------------------------------------------------------------*
       FD  CALLRCTL
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALLRCTL.
           05  FD-CTL-QTD              PIC  9(009).
           05  FD-CTL-HASH             PIC  9(015).
           05  FD-CTL-DATA-INI         PIC  X(008).
           05  FD-CTL-DATA-FIM         PIC  X(008).
           05  FD-CTL-DATA-PROC        PIC  9(008).
           05  FD-CTL-AJUSTES          PIC  9(009).
           05  FILLER                  PIC  X(003).
      *----------------------------------------------------------------*
      *    CONTROLE......: CALLAJH ORDENADO NA CHAVE DO HISTORICO      *
      *                     (ARQUIVO DE TRABALHO DO SORT)              *
      *----------------------------------------------------------------*
       FD  CALLAJHW
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALLAJHW.
           05  FD-AHW-ORIGEM           PIC  X(011).
           05  FD-AHW-DESTINO          PIC  X(011).
           05  FILLER                  PIC  X(027).
           05  FD-AHW-BANDA            PIC  X(001).
           05  FILLER                  PIC  X(001).
           05  FD-AHW-DATA-CHAMADA     PIC  X(008).
           05  FD-AHW-DURACAO-SEG      PIC  9(006).
           05  FILLER                  PIC  X(009).
           05  FD-AHW-VALOR-NOVO       PIC  9(007)V9(002).
           05  FILLER                  PIC  X(018).
      *----------------------------------------------------------------*
      *    CONTROLE......: CLASSIFICACAO DO CALLRES (SORT)             *
      *----------------------------------------------------------------*
       SD  ORDCHAMA.
      *
       01  SRC-REGISTRO.
           05  SRC-ORIGEM               PIC  X(011).
           05  SRC-DESTINO              PIC  X(011).
           05  FILLER                   PIC  X(057).
           05  SRC-DATA-CHAMADA         PIC  X(008).
           05  SRC-DURACAO-SEG          PIC  X(006).
           05  FILLER                   PIC  X(012).
           05  SRC-BANDA                PIC  X(001).
      *----------------------------------------------------------------*
      *    CONTROLE......: CLASSIFICACAO DO CALLAJH (SORT)             *
      *----------------------------------------------------------------*
       SD  ORDAJUST.
      *
       01  SRA-REGISTRO.
           05  SRA-ORIGEM               PIC  X(011).
           05  SRA-DESTINO              PIC  X(011).
           05  FILLER                   PIC  X(027).
           05  SRA-BANDA                PIC  X(001).
           05  FILLER                   PIC  X(001).
           05  SRA-DATA-CHAMADA         PIC  X(008).
           05  SRA-DURACAO-SEG          PIC  X(006).
           05  FILLER                   PIC  X(036).
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
           '*** CALLRRT1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-LIDOS           PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-DESPREZADOS     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-FORA-PERIODO    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-GRATUITOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-NAO-ATINGIDOS   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-SEM-CHAVE       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-BANDA-INDET     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-RETARIFADOS     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-SEM-TARIFA      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-INALTERADOS     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-AJUSTES         PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-PARES           PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-HIST-LIDOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-JA-AJUSTADOS    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-HIST-GRAVADOS   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-VALOR-A-COBRAR      PIC  9(013)V99
                                                   COMP-3 VALUE ZEROS.
           05  ACU-VALOR-A-CREDITAR    PIC  9(013)V99
                                                   COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS PARAMETROS DE EXECUCAO ***'.
      *----------------------------------------------------------------*
       01  WRK-PARAMETROS.
           05  WRK-DATA-INI-X          PIC  X(008) VALUE SPACES.
           05  WRK-DATA-INI            REDEFINES   WRK-DATA-INI-X
                                       PIC  9(008).
           05  WRK-DATA-FIM-X          PIC  X(008) VALUE SPACES.
           05  WRK-DATA-FIM            REDEFINES   WRK-DATA-FIM-X
                                       PIC  9(008).
           05  WRK-DATA-HOJE           PIC  9(008) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO MESTRE DE TARIFAS (TARMAST) ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-TARIFA.
           05  WRK-QTD-TARIFA          PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-TARIFA-ITEM     OCCURS 200 TIMES.
               10  WRK-TAR-CLASSIF     PIC  X(001).
               10  WRK-TAR-EOT-ORIG    PIC  X(003).
               10  WRK-TAR-EOT-DEST    PIC  X(003).
               10  WRK-TAR-BANDA       PIC  X(001).
               10  WRK-TAR-DATA-INI    PIC  X(008).
               10  WRK-TAR-DATA-FIM    PIC  X(008).
               10  WRK-TAR-VALOR-MIN   PIC  9(005)V9(004).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-TARIFA.
           05  WRK-IDX-TARIFA          PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-TARIFA          PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-TARIFA   PIC  X(001) VALUE SPACES.
               88  WRK-TARIFA-ACHOU                VALUE 'S'.
           05  WRK-TAR-PONTOS          PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAR-MELHOR-PONTOS   PIC  9(004) COMP VALUE ZERO.
           05  WRK-CLASSIF-COD         PIC  X(001) VALUE SPACES.
           05  WRK-BANDA-CHAMADA       PIC  X(001) VALUE SPACES.
           05  WRK-BANDA-PROCURADA     PIC  X(001) VALUE SPACES.
           05  WRK-DATA-CHAMADA-NUM    PIC  9(008) VALUE ZEROS.
           05  WRK-TAR-DATA-INI-NUM    PIC  9(008) VALUE ZEROS.
           05  WRK-TAR-DATA-FIM-NUM    PIC  9(008) VALUE ZEROS.
           05  WRK-MINUTOS-TARIFADOS   PIC  9(005) VALUE ZEROS.
           05  WRK-RESTO-SEGUNDOS      PIC  9(002) VALUE ZEROS.
           05  WRK-FLAG-ACHOU-PICO     PIC  X(001) VALUE SPACES.
           05  WRK-TARIFA-PICO         PIC  9(005)V9(004) VALUE ZEROS.
           05  WRK-TARIFA-MINUTO       PIC  9(005)V9(004) VALUE ZEROS.
           05  WRK-FLAG-BANDA-INDET    PIC  X(001) VALUE SPACES.
               88  WRK-BANDA-INDETERMINADA         VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DAS CHAVES DE TARIFA ALTERADAS ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-ALTERACAO.
           05  WRK-QTD-ALTERACAO       PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-ALTERACAO-ITEM  OCCURS 200 TIMES.
               10  WRK-ALT-CLASSIF     PIC  X(001).
               10  WRK-ALT-EOT-ORIG    PIC  X(003).
               10  WRK-ALT-EOT-DEST    PIC  X(003).
               10  WRK-ALT-BANDA       PIC  X(001).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-ALTERACAO.
           05  WRK-IDX-ALTERACAO       PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ATINGIDA       PIC  X(001) VALUE SPACES.
               88  WRK-CHAMADA-ATINGIDA            VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO AJUSTE DA CHAMADA ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-AJUSTE.
           05  WRK-VALOR-NOVO          PIC  9(007)V9(002) VALUE ZEROS.
           05  WRK-DIFERENCA           PIC S9(007)V9(002) VALUE ZEROS.
           05  WRK-DIFERENCA-ABS       PIC  9(007)V9(002) VALUE ZEROS.
           05  WRK-VALOR-BASE          PIC  9(007)V9(002) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO HISTORICO DE AJUSTES (CALLAJH) ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-HISTORICO.
           05  WRK-FLAG-FIM-CALLAJHW   PIC  X(001) VALUE SPACES.
               88  WRK-CALLAJHW-ESGOTADO           VALUE 'S'.
           05  WRK-FLAG-CALLAJHW-ABERTO PIC X(001) VALUE SPACES.
               88  WRK-CALLAJHW-ABERTO             VALUE 'S'.
           05  WRK-FLAG-AJH-PERIODO    PIC  X(001) VALUE SPACES.
               88  WRK-AJH-NO-PERIODO              VALUE 'S'.
           05  WRK-HIS-DATA-NUM        PIC  9(008) VALUE ZEROS.
      *
      *    PROXIMO AJUSTE LIDO DO CALLAJHW (AINDA NAO CONSOLIDADO)
           05  WRK-HIS-PROX-CHAVE.
               10  WRK-HIS-PROX-ORIGEM PIC  X(011) VALUE SPACES.
               10  WRK-HIS-PROX-DESTINO PIC X(011) VALUE SPACES.
               10  WRK-HIS-PROX-DATA   PIC  X(008) VALUE SPACES.
               10  WRK-HIS-PROX-DURACAO PIC 9(006) VALUE ZEROS.
               10  WRK-HIS-PROX-BANDA  PIC  X(001) VALUE SPACES.
           05  WRK-HIS-PROX-VALOR      PIC  9(007)V9(002) VALUE ZEROS.
      *
      *    CHAMADA CORRENTE DO HISTORICO, COM O VALOR DO ULTIMO AJUSTE
      *    (HIGH-VALUES QUANDO O CALLAJHW ACABA)
           05  WRK-HIS-CHAVE           PIC  X(037) VALUE SPACES.
           05  WRK-HIS-VALOR-NOVO      PIC  9(007)V9(002) VALUE ZEROS.
      *
      *    CHAVE DA CHAMADA DO CALLRRTW EM PROCESSAMENTO
           05  WRK-HIS-CHAVE-PROCURADA.
               10  WRK-HIS-ORIGEM      PIC  X(011) VALUE SPACES.
               10  WRK-HIS-DESTINO     PIC  X(011) VALUE SPACES.
               10  WRK-HIS-DATA        PIC  X(008) VALUE SPACES.
               10  WRK-HIS-DURACAO     PIC  9(006) VALUE ZEROS.
               10  WRK-HIS-BANDA       PIC  X(001) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO CONTROLE DE LOTES (CALLRCTL) ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-LOTE.
           05  WRK-FLAG-LOTE-PROCESSADO PIC X(001) VALUE SPACES.
               88  WRK-LOTE-JA-PROCESSADO          VALUE 'S'.
           05  WRK-LOTE-DATA-PROC      PIC  9(008) VALUE ZEROS.
           05  WRK-ASS-HASH-ED         PIC  9(015) VALUE ZEROS.
      *
       01  WRK-AREA-ASSINATURA.
           05  WRK-ASS-QTD             PIC  9(009) VALUE ZEROS.
           05  WRK-ASS-HASH            PIC  9(015) COMP-3 VALUE ZEROS.
           05  WRK-ASS-REGISTRO        PIC  X(041) VALUE SPACES.
           05  WRK-ASS-TAMANHO         PIC  9(003) COMP VALUE 41.
           05  WRK-ASS-LARGURA         PIC  9(003) COMP VALUE 250.
           05  WRK-ASS-POS             PIC  9(003) COMP VALUE ZERO.
           05  WRK-ASS-CARACTER        PIC  X(001) VALUE SPACES.
           05  WRK-ASS-CODIGO          PIC  9(003) COMP VALUE ZERO.
      *
      *    CODIGO DE CADA CARACTER NA ASSINATURA: POSICAO NESTA TABELA
      *    MENOS 1 (BRANCO = 0); CARACTER FORA DA TABELA = 80
       01  WRK-TAB-CARACTERES.
           05  FILLER                  PIC  X(037) VALUE
               ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  FILLER                  PIC  X(026) VALUE
               'abcdefghijklmnopqrstuvwxyz'.
           05  FILLER                  PIC  X(017) VALUE
               '.,;:-/()*+&%$#@=_'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO RESUMO POR PAR E CLASSIFICACAO ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-ACERTO.
           05  WRK-QTD-ACERTO          PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-ACERTO-ITEM     OCCURS 600 TIMES.
               10  WRK-ACE-ORIG-EOT    PIC  X(003).
               10  WRK-ACE-DEST-EOT    PIC  X(003).
               10  WRK-ACE-CLASSIF     PIC  X(020).
               10  WRK-ACE-QTD         PIC  9(009) COMP-3.
               10  WRK-ACE-MINUTOS     PIC  9(009) COMP-3.
               10  WRK-ACE-VALOR       PIC S9(011)V9(002) COMP-3.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-ACERTO.
           05  WRK-IDX-ACERTO          PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-ACERTO          PIC  9(004) COMP VALUE ZERO.
           05  WRK-IDX-INVERSO         PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-INVERSO         PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-ACERTO   PIC  X(001) VALUE SPACES.
               88  WRK-ACERTO-ACHOU                VALUE 'S'.
           05  WRK-FLAG-ACHOU-INVERSO  PIC  X(001) VALUE SPACES.
               88  WRK-INVERSO-ACHOU               VALUE 'S'.
           05  WRK-MINUTOS-CHAMADA     PIC  9(005) VALUE ZEROS.
           05  WRK-EOT-DEVEDORA        PIC  X(003) VALUE SPACES.
           05  WRK-EOT-CREDORA         PIC  X(003) VALUE SPACES.
           05  WRK-VALOR-ACERTO        PIC S9(011)V9(002) VALUE ZEROS.
           05  WRK-FLAG-FIM-CALLRES    PIC  X(001) VALUE SPACES.
               88  WRK-CALLRES-ESGOTADO            VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO MESTRE DE OPERADORAS (EOTMAST) ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-OPERADORA.
           05  WRK-QTD-OPERADORA       PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-OPERADORA-ITEM  OCCURS 500 TIMES.
               10  WRK-OPE-EOT         PIC  X(003).
               10  WRK-OPE-NOME        PIC  X(040).
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'CALLRRT1'.
           05  WRK-FS-CALLRES          PIC  X(002) VALUE SPACES.
           05  WRK-FS-CALLRRTW         PIC  X(002) VALUE SPACES.
           05  WRK-FS-TARMAST          PIC  X(002) VALUE SPACES.
           05  WRK-FS-TARALT           PIC  X(002) VALUE SPACES.
           05  WRK-FS-EOTMAST          PIC  X(002) VALUE SPACES.
           05  WRK-FS-CALLAJU          PIC  X(002) VALUE SPACES.
           05  WRK-FS-SETLAJU          PIC  X(002) VALUE SPACES.
           05  WRK-FS-CALLAJH          PIC  X(002) VALUE SPACES.
           05  WRK-FS-CALLAJHW         PIC  X(002) VALUE SPACES.
           05  WRK-FS-CALLRCTL         PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-CALLRRTW       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CALLRRTW.dat'.
           05  WRK-PATH-TARMAST        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\TARMAST.dat'.
           05  WRK-PATH-TARALT         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\TARALT.dat'.
           05  WRK-PATH-EOTMAST        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EOTMAST.dat'.
           05  WRK-PATH-CALLAJU        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CALLAJU.dat'.
           05  WRK-PATH-SETLAJU        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\SETLAJU.dat'.
           05  WRK-PATH-CALLAJH        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CALLAJH.dat'.
           05  WRK-PATH-CALLAJHW       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CALLAJHW.dat'.
           05  WRK-PATH-CALLRCTL       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CALLRCTL.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO MESTRE DE TARIFAS ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-TARMST.
           COPY TARMSTCP.
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
           '*** CALLRRT1 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 1300-LER-CALLRRTW.
           PERFORM 2000-PROCESSAR      UNTIL WRK-CALLRES-ESGOTADO.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: OBTEM E CONFERE O PERIODO, CARREGA *
      *    O MESTRE DE TARIFAS, AS CHAVES ALTERADAS E AS OPERADORAS,   *
      *    RECUSA LOTE JA PROCESSADO, ORDENA O CALLRES E O HISTORICO   *
      *    DE AJUSTES NA MESMA CHAVE E ABRE OS ARQUIVOS                *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-OBTER-PARAMETROS.
           PERFORM 1010-CARREGAR-TARIFAS.
           PERFORM 1015-CARREGAR-ALTERACOES.
           PERFORM 1020-CARREGAR-OPERADORAS.
           PERFORM 1025-VERIFICAR-LOTE.
           PERFORM 1060-ORDENAR-HISTORICO.
      *
           ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD.
      *
           SORT ORDCHAMA
               ON ASCENDING KEY SRC-ORIGEM
                                SRC-DESTINO
                                SRC-DATA-CHAMADA
                                SRC-DURACAO-SEG
                                SRC-BANDA
               USING  CALLRES
               GIVING CALLRRTW.
      *
           OPEN INPUT  CALLRRTW
                OUTPUT CALLAJU SETLAJU.
      *
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-CALLRRTW.
           PERFORM 1040-TESTAR-FS-CALLAJU.
           PERFORM 1050-TESTAR-FS-SETLAJU.
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CALLRRTW_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CALLRRTW
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'TARMAST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-TARMAST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'TARALT_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-TARALT
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EOTMAST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EOTMAST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CALLAJU_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CALLAJU
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'SETLAJU_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-SETLAJU
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CALLAJH_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CALLAJH
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CALLAJHW_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CALLAJHW
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CALLRCTL_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CALLRCTL
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
      *    ROTINA PARA OBTER O PERIODO DA RETARIFACAO: CALLRRT1_DATA_  *
      *    INI E CALLRRT1_DATA_FIM SAO OBRIGATORIOS, NUMERICOS E O     *
      *    INICIO NAO PODE SER POSTERIOR AO FIM                        *
      *----------------------------------------------------------------*
       1008-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                                           'CALLRRT1_DATA_INI'.
           MOVE WRK-ENV-VALOR(1:8)     TO WRK-DATA-INI-X.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                                           'CALLRRT1_DATA_FIM'.
           MOVE WRK-ENV-VALOR(1:8)     TO WRK-DATA-FIM-X.
      *
           IF (WRK-DATA-INI-X          IS NUMERIC)                 AND
              (WRK-DATA-FIM-X          IS NUMERIC)                 AND
              (WRK-DATA-INI            GREATER THAN ZERO)          AND
              (WRK-DATA-INI            NOT GREATER THAN WRK-DATA-FIM)
               GO TO 1008-99-FIM
           END-IF.
      *
           DISPLAY '************** ' WRK-PROGRAMA ' **************'.
           DISPLAY '*  PERIODO DA RETARIFACAO AUSENTE OU *'.
           DISPLAY '*  INVALIDO: CALLRRT1_DATA_INI E     *'.
           DISPLAY '*  CALLRRT1_DATA_FIM (AAAAMMDD)      *'.
           DISPLAY '************** ' WRK-PROGRAMA ' **************'.
           MOVE 8                      TO RETURN-CODE.
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1008-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA O CADASTRO MESTRE DE        *
      *    TARIFAS (TARMAST), JA COM A CORRECAO RETROATIVA APLICADA    *
      *----------------------------------------------------------------*
       1010-CARREGAR-TARIFAS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-TARIFA.
      *
           OPEN INPUT TARMAST.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1012-TESTAR-FS-TARMAST.
      *
           PERFORM 1011-LER-TARIFA
               UNTIL WRK-FS-TARMAST    EQUAL '10'.
      *
           CLOSE TARMAST.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO TARMAST E CARREGAR NA TABELA *
      *----------------------------------------------------------------*
       1011-LER-TARIFA                 SECTION.
      *----------------------------------------------------------------*
      *
           READ TARMAST                INTO WRK-AREA-TARMST.
      *
           IF (WRK-FS-TARMAST          EQUAL '10')
               GO TO 1011-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1012-TESTAR-FS-TARMAST.
      *
           IF (WRK-QTD-TARIFA          NOT LESS THAN 200)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DO MESTRE TARMAST CHEIA    *'
               DISPLAY '*  LIMITE DE 200 TARIFAS EXCEDIDO    *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-TARIFA.
           MOVE TARMSTCP-CLASSIFICACAO TO
                                  WRK-TAR-CLASSIF(WRK-QTD-TARIFA).
           MOVE TARMSTCP-EOT-ORIG      TO
                                  WRK-TAR-EOT-ORIG(WRK-QTD-TARIFA).
           MOVE TARMSTCP-EOT-DEST      TO
                                  WRK-TAR-EOT-DEST(WRK-QTD-TARIFA).
           MOVE TARMSTCP-BANDA         TO
                                  WRK-TAR-BANDA(WRK-QTD-TARIFA).
           MOVE TARMSTCP-DATA-INICIAL  TO
                                  WRK-TAR-DATA-INI(WRK-QTD-TARIFA).
           MOVE TARMSTCP-DATA-FINAL    TO
                                  WRK-TAR-DATA-FIM(WRK-QTD-TARIFA).
           MOVE TARMSTCP-TARIFA-MINUTO TO
                                  WRK-TAR-VALOR-MIN(WRK-QTD-TARIFA).
      *
      *----------------------------------------------------------------*
       1011-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO TARMAST           *
      *----------------------------------------------------------------*
       1012-TESTAR-FS-TARMAST          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-TARMAST          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              TARMAST               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-TARMAST
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'TARMAST'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-TARMAST   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1012-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR AS CHAVES DE TARIFA ALTERADAS (TARALT).*
      *    SEM NENHUMA CHAVE NAO HA O QUE RETARIFAR E A EXECUCAO E     *
      *    RECUSADA. A LEITURA CALCULA A ASSINATURA DO LOTE            *
      *    (QUANTIDADE E HASH), CONFERIDA NO CALLRCTL.                 *
      *----------------------------------------------------------------*
       1015-CARREGAR-ALTERACOES        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-ALTERACAO
                                          WRK-ASS-QTD
                                          WRK-ASS-HASH.
      *
           OPEN INPUT TARALT.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1017-TESTAR-FS-TARALT.
      *
           PERFORM 1016-LER-ALTERACAO
               UNTIL WRK-FS-TARALT     EQUAL '10'.
      *
           CLOSE TARALT.
      *
           IF (WRK-QTD-ALTERACAO       EQUAL ZERO)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TARALT SEM CHAVES DE TARIFA       *'
               DISPLAY '*  ALTERADAS - NADA A RETARIFAR      *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *----------------------------------------------------------------*
       1015-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UMA CHAVE ALTERADA E CARREGAR NA TABELA     *
      *----------------------------------------------------------------*
       1016-LER-ALTERACAO              SECTION.
      *----------------------------------------------------------------*
      *
           READ TARALT.
      *
           IF (WRK-FS-TARALT           EQUAL '10')
               GO TO 1016-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1017-TESTAR-FS-TARALT.
      *
           IF (WRK-QTD-ALTERACAO       NOT LESS THAN 200)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DE CHAVES ALTERADAS CHEIA  *'
               DISPLAY '*  LIMITE DE 200 CHAVES EXCEDIDO     *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           MOVE FD-ALT-REGISTRO        TO WRK-AREA-TARMST.
      *
           ADD  1                      TO WRK-QTD-ALTERACAO.
           MOVE TARMSTCP-CLASSIFICACAO TO
                               WRK-ALT-CLASSIF(WRK-QTD-ALTERACAO).
           MOVE TARMSTCP-EOT-ORIG      TO
                               WRK-ALT-EOT-ORIG(WRK-QTD-ALTERACAO).
           MOVE TARMSTCP-EOT-DEST      TO
                               WRK-ALT-EOT-DEST(WRK-QTD-ALTERACAO).
           MOVE TARMSTCP-BANDA         TO
                               WRK-ALT-BANDA(WRK-QTD-ALTERACAO).
      *
           ADD  1                      TO WRK-ASS-QTD.
           MOVE FD-REG-TARALT          TO WRK-ASS-REGISTRO.
           PERFORM 1018-SOMAR-CARACTERE
               VARYING WRK-ASS-POS FROM 1 BY 1
               UNTIL   WRK-ASS-POS GREATER THAN WRK-ASS-TAMANHO.
      *
      *----------------------------------------------------------------*
       1016-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO TARALT            *
      *----------------------------------------------------------------*
       1017-TESTAR-FS-TARALT           SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-TARALT           NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              TARALT                *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-TARALT
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'TARALT'      TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-TARALT    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1017-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR UM CARACTER DO REGISTRO DO TARALT NO      *
      *    HASH: CODIGO DO CARACTER (WRK-TAB-CARACTERES) VEZES O PESO  *
      *    DA POSICAO NO LOTE (POSICAO NO REGISTRO MAIS 250 POR        *
      *    REGISTRO ANTERIOR). BRANCO NAO CONTA. MESMO CRITERIO DA     *
      *    ASSINATURA DE LOTE DO MNTSUB01.                             *
      *----------------------------------------------------------------*
       1018-SOMAR-CARACTERE            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ASS-REGISTRO(WRK-ASS-POS:1) TO WRK-ASS-CARACTER.
      *
           IF (WRK-ASS-CARACTER        EQUAL SPACE)
               GO TO 1018-99-FIM
           END-IF.
      *
           MOVE ZERO                   TO WRK-ASS-CODIGO.
           INSPECT WRK-TAB-CARACTERES  TALLYING WRK-ASS-CODIGO
               FOR CHARACTERS BEFORE INITIAL WRK-ASS-CARACTER.
      *
           COMPUTE WRK-ASS-HASH        = WRK-ASS-HASH +
                                         (WRK-ASS-CODIGO *
                                          (WRK-ASS-POS +
                                           WRK-ASS-LARGURA *
                                           (WRK-ASS-QTD - 1))).
      *
      *----------------------------------------------------------------*
       1018-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA O CADASTRO MESTRE DE        *
      *    OPERADORAS (EOTMAST), USADO PARA EXIBIR O NOME DA           *
      *    OPERADORA NO RESUMO. SE O ARQUIVO NAO EXISTIR O NOME SAI    *
      *    EM BRANCO.                                                  *
      *----------------------------------------------------------------*
       1020-CARREGAR-OPERADORAS        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-OPERADORA.
      *
           OPEN INPUT EOTMAST.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1022-TESTAR-FS-EOTMAST.
      *
           IF (WRK-FS-EOTMAST          EQUAL '35')
               CONTINUE
           ELSE
               PERFORM 1021-LER-OPERADORA
                   UNTIL WRK-FS-EOTMAST EQUAL '10'
               CLOSE EOTMAST
           END-IF.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO EOTMAST E CARREGAR NA TABELA *
      *----------------------------------------------------------------*
       1021-LER-OPERADORA              SECTION.
      *----------------------------------------------------------------*
      *
           READ EOTMAST                INTO WRK-AREA-EOTMST.
      *
           IF (WRK-FS-EOTMAST          EQUAL '10')
               GO TO 1021-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1022-TESTAR-FS-EOTMAST.
      *
           IF (WRK-QTD-OPERADORA       NOT LESS THAN 500)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DO MESTRE EOTMAST CHEIA    *'
               DISPLAY '*  LIMITE DE 500 OPERADORAS EXCEDIDO *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-OPERADORA.
           MOVE EOTMSTCP-EOT           TO
                                  WRK-OPE-EOT(WRK-QTD-OPERADORA).
           MOVE EOTMSTCP-NOME          TO
                                  WRK-OPE-NOME(WRK-QTD-OPERADORA).
      *
      *----------------------------------------------------------------*
       1021-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EOTMAST. O FS     *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO: O NOME DA OPERADORA  *
      *    SAI EM BRANCO.                                              *
      *----------------------------------------------------------------*
       1022-TESTAR-FS-EOTMAST          SECTION.
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
       1022-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR UM EOT NA TABELA DO MESTRE DE          *
      *    OPERADORAS E DEIXAR O NOME EM WRK-NOME-OPERADORA            *
      *----------------------------------------------------------------*
       1023-OBTER-NOME-OPERADORA       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-OPER.
           MOVE ZERO                   TO WRK-POS-OPERADORA.
           MOVE SPACES                 TO WRK-NOME-OPERADORA.
      *
           PERFORM 1024-COMPARAR-OPERADORA
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
       1023-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE OPERADORAS COM O  *
      *    EOT PROCURADO                                               *
      *----------------------------------------------------------------*
       1024-COMPARAR-OPERADORA         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-OPE-EOT(WRK-IDX-OPERADORA) EQUAL WRK-EOT-PROCURADO)
               SET WRK-OPERADORA-ACHOU TO TRUE
               MOVE WRK-IDX-OPERADORA  TO WRK-POS-OPERADORA
           END-IF.
      *
      *----------------------------------------------------------------*
       1024-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA RECUSAR LOTE JA PROCESSADO: PROCURA NO CALLRCTL *
      *    UM LOTE COM A MESMA QUANTIDADE, O MESMO HASH DO TARALT E O  *
      *    MESMO PERIODO. SE ACHAR, A EXECUCAO TERMINA COM RC 08 ANTES *
      *    DE ABRIR AS SAIDAS (O CALLAJU DA EXECUCAO ANTERIOR FICA     *
      *    PRESERVADO). CALLRCTL INEXISTENTE = NENHUM LOTE PROCESSADO. *
      *    O MESMO TARALT PARA OUTRO PERIODO E ACEITO: O HISTORICO     *
      *    CALLAJH EVITA AJUSTE EM DOBRO NOS DIAS EM COMUM.            *
      *----------------------------------------------------------------*
       1025-VERIFICAR-LOTE             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-LOTE-PROCESSADO.
           MOVE ZERO                   TO WRK-LOTE-DATA-PROC.
      *
           OPEN INPUT CALLRCTL.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1027-TESTAR-FS-CALLRCTL.
      *
           IF (WRK-FS-CALLRCTL         EQUAL '35')
               GO TO 1025-99-FIM
           END-IF.
      *
           PERFORM 1026-LER-CONTROLE
               UNTIL WRK-FS-CALLRCTL   EQUAL '10'.
      *
           CLOSE CALLRCTL.
      *
           IF NOT WRK-LOTE-JA-PROCESSADO
               GO TO 1025-99-FIM
           END-IF.
      *
           MOVE WRK-ASS-HASH           TO WRK-ASS-HASH-ED.
      *
           DISPLAY '************** ' WRK-PROGRAMA ' **************'.
           DISPLAY '*  LOTE TARALT JA PROCESSADO PARA O  *'.
           DISPLAY '*  MESMO PERIODO - EXECUCAO RECUSADA *'.
           DISPLAY '*  PERIODO....: ' WRK-DATA-INI-X ' A '
                   WRK-DATA-FIM-X '  *'.
           DISPLAY '*  QUANTIDADE.: ' WRK-ASS-QTD '            *'.
           DISPLAY '*  HASH.......: ' WRK-ASS-HASH-ED '      *'.
           DISPLAY '*  PROCESSADO.: ' WRK-LOTE-DATA-PROC
                   '             *'.
           DISPLAY '************** ' WRK-PROGRAMA ' **************'.
           MOVE 8                      TO RETURN-CODE.
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1025-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM LOTE DO CALLRCTL E CONFERIR COM A        *
      *    ASSINATURA E O PERIODO DESTA EXECUCAO                       *
      *----------------------------------------------------------------*
       1026-LER-CONTROLE               SECTION.
      *----------------------------------------------------------------*
      *
           READ CALLRCTL.
      *
           IF (WRK-FS-CALLRCTL         EQUAL '10')
               GO TO 1026-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1027-TESTAR-FS-CALLRCTL.
      *
           IF (FD-CTL-QTD              EQUAL WRK-ASS-QTD)     AND
              (FD-CTL-HASH             EQUAL WRK-ASS-HASH)    AND
              (FD-CTL-DATA-INI         EQUAL WRK-DATA-INI-X)  AND
              (FD-CTL-DATA-FIM         EQUAL WRK-DATA-FIM-X)
               SET WRK-LOTE-JA-PROCESSADO TO TRUE
               MOVE FD-CTL-DATA-PROC   TO WRK-LOTE-DATA-PROC
           END-IF.
      *
      *----------------------------------------------------------------*
       1026-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO CALLRCTL. O FS    *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO NA ABERTURA PARA      *
      *    LEITURA: NENHUM LOTE FOI PROCESSADO AINDA.                  *
      *----------------------------------------------------------------*
       1027-TESTAR-FS-CALLRCTL         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-CALLRCTL         NOT EQUAL '00') AND
              (WRK-FS-CALLRCTL         NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              CALLRCTL              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-CALLRCTL
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'CALLRCTL'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-CALLRCTL  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1027-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO CALLRRTW          *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-CALLRRTW         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-CALLRRTW         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              CALLRRTW              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-CALLRRTW
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'CALLRRTW'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-CALLRRTW  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO CALLAJU           *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-CALLAJU          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-CALLAJU          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              CALLAJU               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-CALLAJU
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'CALLAJU'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-CALLAJU   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO SETLAJU           *
      *----------------------------------------------------------------*
       1050-TESTAR-FS-SETLAJU          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-SETLAJU          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              SETLAJU               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-SETLAJU
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'SETLAJU'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-SETLAJU   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ORDENAR O HISTORICO DE AJUSTES (CALLAJH) NA     *
      *    CHAMADA (ORIGEM, DESTINO, DATA, DURACAO E BANDA HORARIA),   *
      *    MANTIDA A ORDEM DE GRAVACAO DENTRO DA MESMA CHAMADA, E LER  *
      *    A PRIMEIRA CHAMADA DO PERIODO. O VALOR NOVO DO ULTIMO       *
      *    AJUSTE E O VALOR JA ACERTADO ENTRE AS OPERADORAS. O CALLRES *
      *    NAO TRAZ A HORA: CHAMADAS DISTINTAS NA MESMA CHAVE PODEM    *
      *    TER SIDO VALORADAS DIFERENTE PELO CALLRATE, MAS CAEM NA     *
      *    MESMA TARIFA E SAO SEMPRE RETARIFADAS JUNTAS PARA O MESMO   *
      *    VALOR NOVO, QUE E A BASE CERTA DE TODAS ELAS NA CORRECAO    *
      *    SEGUINTE. CALLAJH INEXISTENTE = NENHUM AJUSTE ANTERIOR.     *
      *----------------------------------------------------------------*
       1060-ORDENAR-HISTORICO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-CALLAJHW-ABERTO.
           SET WRK-CALLAJHW-ESGOTADO   TO TRUE.
           MOVE HIGH-VALUES            TO WRK-HIS-CHAVE.
      *
           OPEN INPUT CALLAJH.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1062-TESTAR-FS-CALLAJH.
      *
           IF (WRK-FS-CALLAJH          EQUAL '35')
               GO TO 1060-99-FIM
           END-IF.
      *
           CLOSE CALLAJH.
      *
           SORT ORDAJUST
               ON ASCENDING KEY SRA-ORIGEM
                                SRA-DESTINO
                                SRA-DATA-CHAMADA
                                SRA-DURACAO-SEG
                                SRA-BANDA
               WITH DUPLICATES IN ORDER
               USING  CALLAJH
               GIVING CALLAJHW.
      *
           OPEN INPUT CALLAJHW.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1066-TESTAR-FS-CALLAJHW.
           SET WRK-CALLAJHW-ABERTO     TO TRUE.
           MOVE SPACES                 TO WRK-FLAG-FIM-CALLAJHW.
      *
           PERFORM 1061-LER-HISTORICO.
           PERFORM 1063-OBTER-PROXIMO-HISTORICO.
      *
      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER DO CALLAJHW O PROXIMO AJUSTE DE CHAMADA     *
      *    DENTRO DO PERIODO (OS DEMAIS SAO IGNORADOS)                 *
      *----------------------------------------------------------------*
       1061-LER-HISTORICO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-AJH-PERIODO.
      *
           PERFORM 1065-LER-CALLAJHW
               UNTIL WRK-CALLAJHW-ESGOTADO
                  OR WRK-AJH-NO-PERIODO.
      *
      *----------------------------------------------------------------*
       1061-99-FIM.                    EXIT.
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO CALLAJH. O FS     *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO NA ABERTURA PARA      *
      *    LEITURA: NENHUM AJUSTE ANTERIOR.                            *
      *----------------------------------------------------------------*
       1062-TESTAR-FS-CALLAJH          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-CALLAJH          NOT EQUAL '00') AND
              (WRK-FS-CALLAJH          NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              CALLAJH               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-CALLAJH
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'CALLAJH'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-CALLAJH   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1062-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA AVANCAR O HISTORICO PARA A PROXIMA CHAMADA:     *
      *    CONSOLIDA OS AJUSTES DA MESMA CHAVE, FICANDO O VALOR NOVO   *
      *    DO ULTIMO. FIM DO CALLAJHW = CHAVE EM HIGH-VALUES.          *
      *----------------------------------------------------------------*
       1063-OBTER-PROXIMO-HISTORICO    SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-CALLAJHW-ESGOTADO
               MOVE HIGH-VALUES        TO WRK-HIS-CHAVE
               GO TO 1063-99-FIM
           END-IF.
      *
           MOVE WRK-HIS-PROX-CHAVE     TO WRK-HIS-CHAVE.
           MOVE WRK-HIS-PROX-VALOR     TO WRK-HIS-VALOR-NOVO.
      *
           PERFORM 1061-LER-HISTORICO.
           PERFORM 1064-CONSOLIDAR-HISTORICO
               UNTIL WRK-CALLAJHW-ESGOTADO
                  OR WRK-HIS-PROX-CHAVE NOT EQUAL WRK-HIS-CHAVE.
      *
      *----------------------------------------------------------------*
       1063-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA TOMAR O AJUSTE SEGUINTE DA MESMA CHAMADA, MAIS  *
      *    RECENTE, E LER O PROXIMO                                    *
      *----------------------------------------------------------------*
       1064-CONSOLIDAR-HISTORICO       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-HIS-PROX-VALOR     TO WRK-HIS-VALOR-NOVO.
           PERFORM 1061-LER-HISTORICO.
      *
      *----------------------------------------------------------------*
       1064-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO CALLAJHW E GUARDAR COMO      *
      *    PROXIMO AJUSTE QUANDO A DATA DA CHAMADA ESTA NO PERIODO     *
      *----------------------------------------------------------------*
       1065-LER-CALLAJHW               SECTION.
      *----------------------------------------------------------------*
      *
           READ CALLAJHW.
      *
           IF (WRK-FS-CALLAJHW         EQUAL '10')
               SET WRK-CALLAJHW-ESGOTADO TO TRUE
               GO TO 1065-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1066-TESTAR-FS-CALLAJHW.
      *
           IF (FD-AHW-DATA-CHAMADA     NOT NUMERIC)
               GO TO 1065-99-FIM
           END-IF.
      *
           MOVE FD-AHW-DATA-CHAMADA    TO WRK-HIS-DATA-NUM.
           IF (WRK-HIS-DATA-NUM        LESS THAN WRK-DATA-INI)     OR
              (WRK-HIS-DATA-NUM        GREATER THAN WRK-DATA-FIM)
               GO TO 1065-99-FIM
           END-IF.
      *
           ADD  1                      TO ACU-REG-HIST-LIDOS.
           SET WRK-AJH-NO-PERIODO      TO TRUE.
      *
           MOVE FD-AHW-ORIGEM          TO WRK-HIS-PROX-ORIGEM.
           MOVE FD-AHW-DESTINO         TO WRK-HIS-PROX-DESTINO.
           MOVE FD-AHW-DATA-CHAMADA    TO WRK-HIS-PROX-DATA.
           MOVE FD-AHW-DURACAO-SEG     TO WRK-HIS-PROX-DURACAO.
           MOVE FD-AHW-BANDA           TO WRK-HIS-PROX-BANDA.
           MOVE FD-AHW-VALOR-NOVO      TO WRK-HIS-PROX-VALOR.
      *
      *----------------------------------------------------------------*
       1065-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO CALLAJHW          *
      *----------------------------------------------------------------*
       1066-TESTAR-FS-CALLAJHW         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-CALLAJHW         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              CALLAJHW              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-CALLAJHW
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'CALLAJHW'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-CALLAJHW  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1066-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    LER O CALLRES ORDENADO (CALLRRTW)                           *
      *----------------------------------------------------------------*
       1300-LER-CALLRRTW               SECTION.
      *----------------------------------------------------------------*
      *
           READ CALLRRTW.
      *
           IF  (WRK-FS-CALLRRTW        EQUAL '10')
               SET WRK-CALLRES-ESGOTADO TO TRUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1030-TESTAR-FS-CALLRRTW
               ADD  1                  TO ACU-REG-LIDOS
           END-IF.
      *
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSOS: SO AS CHAMADAS CLASSIFICADAS, COM DATA *
      *    DENTRO DO PERIODO E COBRADAS DE ALGUEM (A GRATUITA FICA DE  *
      *    FORA, COMO NO SETLSUM1) SAO CANDIDATAS. DESTAS, SO AS       *
      *    ATINGIDAS POR ALGUMA CHAVE ALTERADA SAO REVALORADAS, E SO   *
      *    GERAM AJUSTE AS QUE MUDAM DE VALOR EM RELACAO A BASE        *
      *    (ULTIMO VALOR AJUSTADO NO CALLAJH OU, SEM AJUSTE ANTERIOR,  *
      *    O VALOR DO CALLRES).                                        *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF (FD-RES-SITUACAO         NOT EQUAL 'CLASSIFICADO')
               ADD  1                  TO ACU-REG-DESPREZADOS
               PERFORM 1300-LER-CALLRRTW
               GO TO 2000-99-FIM
           END-IF.
      *
           IF (FD-RES-DATA-CHAMADA     NOT NUMERIC)
               ADD  1                  TO ACU-REG-FORA-PERIODO
               PERFORM 1300-LER-CALLRRTW
               GO TO 2000-99-FIM
           END-IF.
      *
           MOVE FD-RES-DATA-CHAMADA    TO WRK-DATA-CHAMADA-NUM.
           IF (WRK-DATA-CHAMADA-NUM    LESS THAN WRK-DATA-INI)     OR
              (WRK-DATA-CHAMADA-NUM    GREATER THAN WRK-DATA-FIM)
               ADD  1                  TO ACU-REG-FORA-PERIODO
               PERFORM 1300-LER-CALLRRTW
               GO TO 2000-99-FIM
           END-IF.
      *
           IF FD-RES-PAGA-NINGUEM
               ADD  1                  TO ACU-REG-GRATUITOS
               PERFORM 1300-LER-CALLRRTW
               GO TO 2000-99-FIM
           END-IF.
      *
           PERFORM 2050-OBTER-CHAVE-TARIFA.
      *
           IF (WRK-CLASSIF-COD         EQUAL SPACES)
               ADD  1                  TO ACU-REG-SEM-CHAVE
               PERFORM 1300-LER-CALLRRTW
               GO TO 2000-99-FIM
           END-IF.
      *
           PERFORM 2100-VERIFICAR-ALTERACAO.
      *
           IF NOT WRK-CHAMADA-ATINGIDA
               ADD  1                  TO ACU-REG-NAO-ATINGIDOS
               PERFORM 1300-LER-CALLRRTW
               GO TO 2000-99-FIM
           END-IF.
      *
           PERFORM 2200-RETARIFAR-CHAMADA.
      *
           IF WRK-BANDA-INDETERMINADA
               ADD  1                  TO ACU-REG-BANDA-INDET
               PERFORM 1300-LER-CALLRRTW
               GO TO 2000-99-FIM
           END-IF.
      *
           ADD  1                      TO ACU-REG-RETARIFADOS.
      *
           PERFORM 2250-OBTER-VALOR-BASE.
      *
           IF (WRK-VALOR-NOVO          EQUAL WRK-VALOR-BASE)
               ADD  1                  TO ACU-REG-INALTERADOS
           ELSE
               PERFORM 2300-GRAVAR-AJUSTE
               PERFORM 2400-ACUMULAR-ACERTO
           END-IF.
      *
           PERFORM 1300-LER-CALLRRTW.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER A CHAVE DA TARIFA DA CHAMADA: CODIGO DA   *
      *    CLASSIFICACAO E BANDA HORARIA GRAVADOS PELO CALLRATE.       *
      *    CHAMADA VALORADA ANTES DE O CALLRES TRAZER O CODIGO TEM A   *
      *    CLASSIFICACAO GEOGRAFICA DEDUZIDA DO TEXTO; A NAO           *
      *    GEOGRAFICA DEPENDE DO MODELO DO BLOCO E FICA SEM CHAVE.     *
      *----------------------------------------------------------------*
       2050-OBTER-CHAVE-TARIFA         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FD-RES-CLASSIF-COD     TO WRK-CLASSIF-COD.
           MOVE FD-RES-BANDA           TO WRK-BANDA-CHAMADA.
      *
           IF (WRK-CLASSIF-COD         NOT EQUAL SPACES)
               GO TO 2050-99-FIM
           END-IF.
      *
           EVALUATE FD-RES-CLASSIFICACAO
               WHEN 'MESMA AREA LOCAL'
                   MOVE 'L'            TO WRK-CLASSIF-COD
               WHEN 'MESMA AREA TARIFADA'
                   MOVE 'T'            TO WRK-CLASSIF-COD
               WHEN 'LONGA DISTANCIA'
                   MOVE 'D'            TO WRK-CLASSIF-COD
               WHEN OTHER
                   MOVE SPACES         TO WRK-CLASSIF-COD
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR SE A CHAMADA E ATINGIDA POR ALGUMA    *
      *    DAS CHAVES DE TARIFA ALTERADAS                              *
      *----------------------------------------------------------------*
       2100-VERIFICAR-ALTERACAO        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ATINGIDA.
      *
           PERFORM 2110-EXAMINAR-ALTERACAO
               VARYING WRK-IDX-ALTERACAO FROM 1 BY 1
               UNTIL   WRK-IDX-ALTERACAO GREATER THAN WRK-QTD-ALTERACAO
                    OR WRK-CHAMADA-ATINGIDA.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EXAMINAR UMA CHAVE ALTERADA, NO MESMO CRITERIO  *
      *    DE CASAMENTO DAS TARIFAS DO CALLRATE: CLASSIFICACAO IGUAL,  *
      *    EOT EM BRANCO VALE PARA QUALQUER OPERADORA E BANDA 'A' VALE *
      *    PARA AMBAS. CHAMADA SEM BANDA GRAVADA E ATINGIDA POR        *
      *    QUALQUER BANDA.                                             *
      *----------------------------------------------------------------*
       2110-EXAMINAR-ALTERACAO         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-ALT-CLASSIF(WRK-IDX-ALTERACAO) NOT EQUAL
                                       WRK-CLASSIF-COD)
               GO TO 2110-99-FIM
           END-IF.
      *
           IF (WRK-ALT-EOT-ORIG(WRK-IDX-ALTERACAO) NOT EQUAL SPACES) AND
              (WRK-ALT-EOT-ORIG(WRK-IDX-ALTERACAO) NOT EQUAL
                                       FD-RES-ORIG-EOT)
               GO TO 2110-99-FIM
           END-IF.
      *
           IF (WRK-ALT-EOT-DEST(WRK-IDX-ALTERACAO) NOT EQUAL SPACES) AND
              (WRK-ALT-EOT-DEST(WRK-IDX-ALTERACAO) NOT EQUAL
                                       FD-RES-DEST-EOT)
               GO TO 2110-99-FIM
           END-IF.
      *
           IF (WRK-ALT-BANDA(WRK-IDX-ALTERACAO) NOT EQUAL 'A')    AND
              (WRK-BANDA-CHAMADA       NOT EQUAL SPACES)           AND
              (WRK-ALT-BANDA(WRK-IDX-ALTERACAO) NOT EQUAL
                                       WRK-BANDA-CHAMADA)
               GO TO 2110-99-FIM
           END-IF.
      *
           SET WRK-CHAMADA-ATINGIDA    TO TRUE.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA REVALORAR A CHAMADA COM A TARIFA HOJE VIGENTE   *
      *    NA DATA DA CHAMADA, POR MINUTO TARIFADO (FRACAO DE MINUTO   *
      *    CONTA COMO MINUTO CHEIO), COMO NO CALLRATE. SEM BANDA       *
      *    GRAVADA A TARIFA E PROCURADA NAS DUAS BANDAS: SE AS DUAS    *
      *    DAO O MESMO VALOR POR MINUTO A BANDA NAO INTERESSA; SE NAO, *
      *    A CHAMADA FICA COM BANDA INDETERMINADA E NAO E AJUSTADA.    *
      *    CHAMADA SEM TARIFA APLICAVEL FICA COM VALOR NOVO ZERO.      *
      *----------------------------------------------------------------*
       2200-RETARIFAR-CHAMADA          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-BANDA-INDET.
           MOVE ZERO                   TO WRK-VALOR-NOVO
                                          WRK-TARIFA-MINUTO.
      *
           IF (WRK-BANDA-CHAMADA       NOT EQUAL SPACES)
               MOVE WRK-BANDA-CHAMADA  TO WRK-BANDA-PROCURADA
               PERFORM 2210-PROCURAR-TARIFA
           ELSE
               MOVE 'P'                TO WRK-BANDA-PROCURADA
               PERFORM 2210-PROCURAR-TARIFA
               MOVE WRK-FLAG-ACHOU-TARIFA TO WRK-FLAG-ACHOU-PICO
               MOVE WRK-TARIFA-MINUTO  TO WRK-TARIFA-PICO
               MOVE 'F'                TO WRK-BANDA-PROCURADA
               PERFORM 2210-PROCURAR-TARIFA
               IF (WRK-FLAG-ACHOU-TARIFA NOT EQUAL
                                       WRK-FLAG-ACHOU-PICO)        OR
                  (WRK-TARIFA-MINUTO   NOT EQUAL WRK-TARIFA-PICO)
                   SET WRK-BANDA-INDETERMINADA TO TRUE
                   GO TO 2200-99-FIM
               END-IF
           END-IF.
      *
           IF NOT WRK-TARIFA-ACHOU
               ADD  1                  TO ACU-REG-SEM-TARIFA
               GO TO 2200-99-FIM
           END-IF.
      *
           DIVIDE FD-RES-DURACAO-SEG   BY 60
               GIVING WRK-MINUTOS-TARIFADOS
               REMAINDER WRK-RESTO-SEGUNDOS.
           IF (WRK-RESTO-SEGUNDOS      GREATER THAN ZERO)
               ADD  1                  TO WRK-MINUTOS-TARIFADOS
           END-IF.
      *
           COMPUTE WRK-VALOR-NOVO      = WRK-MINUTOS-TARIFADOS
                                       * WRK-TARIFA-MINUTO.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR NA TABELA DE TARIFAS A TARIFA VIGENTE  *
      *    MAIS ESPECIFICA PARA A CHAMADA NA BANDA PROCURADA, DEIXANDO *
      *    O VALOR POR MINUTO EM WRK-TARIFA-MINUTO                     *
      *----------------------------------------------------------------*
       2210-PROCURAR-TARIFA            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-TARIFA.
           MOVE ZERO                   TO WRK-POS-TARIFA
                                          WRK-TAR-MELHOR-PONTOS
                                          WRK-TARIFA-MINUTO.
      *
           PERFORM 2220-EXAMINAR-TARIFA
               VARYING WRK-IDX-TARIFA  FROM 1 BY 1
               UNTIL   WRK-IDX-TARIFA GREATER THAN WRK-QTD-TARIFA.
      *
           IF WRK-TARIFA-ACHOU
               MOVE WRK-TAR-VALOR-MIN(WRK-POS-TARIFA)
                                       TO WRK-TARIFA-MINUTO
           END-IF.
      *
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EXAMINAR UMA TARIFA DA TABELA, NO MESMO         *
      *    CRITERIO DO CALLRATE: A TARIFA SO CONCORRE QUANDO CASA A    *
      *    CLASSIFICACAO, O PAR DE OPERADORAS (EOT EM BRANCO VALE PARA *
      *    QUALQUER OPERADORA), A BANDA ('A' VALE PARA AMBAS) E A      *
      *    VIGENCIA NA DATA DA CHAMADA. ENTRE AS CONCORRENTES          *
      *    PREVALECE A MAIS ESPECIFICA (MAIOR PONTUACAO DE EOT E BANDA *
      *    EXPLICITOS).                                                *
      *----------------------------------------------------------------*
       2220-EXAMINAR-TARIFA            SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-TAR-CLASSIF(WRK-IDX-TARIFA) NOT EQUAL
                                       WRK-CLASSIF-COD)
               GO TO 2220-99-FIM
           END-IF.
      *
           IF (WRK-TAR-EOT-ORIG(WRK-IDX-TARIFA) NOT EQUAL SPACES) AND
              (WRK-TAR-EOT-ORIG(WRK-IDX-TARIFA) NOT EQUAL
                                       FD-RES-ORIG-EOT)
               GO TO 2220-99-FIM
           END-IF.
      *
           IF (WRK-TAR-EOT-DEST(WRK-IDX-TARIFA) NOT EQUAL SPACES) AND
              (WRK-TAR-EOT-DEST(WRK-IDX-TARIFA) NOT EQUAL
                                       FD-RES-DEST-EOT)
               GO TO 2220-99-FIM
           END-IF.
      *
           IF (WRK-TAR-BANDA(WRK-IDX-TARIFA) NOT EQUAL 'A') AND
              (WRK-TAR-BANDA(WRK-IDX-TARIFA) NOT EQUAL
                                       WRK-BANDA-PROCURADA)
               GO TO 2220-99-FIM
           END-IF.
      *
           MOVE ZERO                   TO WRK-TAR-DATA-INI-NUM.
           MOVE 99999999               TO WRK-TAR-DATA-FIM-NUM.
           IF (WRK-TAR-DATA-INI(WRK-IDX-TARIFA) IS NUMERIC)
               MOVE WRK-TAR-DATA-INI(WRK-IDX-TARIFA)
                                       TO WRK-TAR-DATA-INI-NUM
           END-IF.
           IF (WRK-TAR-DATA-FIM(WRK-IDX-TARIFA) IS NUMERIC)
               MOVE WRK-TAR-DATA-FIM(WRK-IDX-TARIFA)
                                       TO WRK-TAR-DATA-FIM-NUM
           END-IF.
           IF (WRK-DATA-CHAMADA-NUM    LESS THAN
                                       WRK-TAR-DATA-INI-NUM) OR
              (WRK-DATA-CHAMADA-NUM    GREATER THAN
                                       WRK-TAR-DATA-FIM-NUM)
               GO TO 2220-99-FIM
           END-IF.
      *
           MOVE ZERO                   TO WRK-TAR-PONTOS.
           IF (WRK-TAR-EOT-ORIG(WRK-IDX-TARIFA) NOT EQUAL SPACES)
               ADD  2                  TO WRK-TAR-PONTOS
           END-IF.
           IF (WRK-TAR-EOT-DEST(WRK-IDX-TARIFA) NOT EQUAL SPACES)
               ADD  2                  TO WRK-TAR-PONTOS
           END-IF.
           IF (WRK-TAR-BANDA(WRK-IDX-TARIFA) NOT EQUAL 'A')
               ADD  1                  TO WRK-TAR-PONTOS
           END-IF.
      *
           IF (NOT WRK-TARIFA-ACHOU) OR
              (WRK-TAR-PONTOS          GREATER THAN
                                       WRK-TAR-MELHOR-PONTOS)
               SET WRK-TARIFA-ACHOU    TO TRUE
               MOVE WRK-IDX-TARIFA     TO WRK-POS-TARIFA
               MOVE WRK-TAR-PONTOS     TO WRK-TAR-MELHOR-PONTOS
           END-IF.
      *
      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER O VALOR BASE DO AJUSTE: O VALOR NOVO DO   *
      *    ULTIMO AJUSTE DA CHAMADA NO HISTORICO CALLAJH, SE HOUVER,   *
      *    OU O VALOR COM QUE O CALLRATE A VALOROU. LEITURA CASADA: O  *
      *    CALLRRTW E O CALLAJHW ESTAO NA MESMA ORDEM, E O HISTORICO   *
      *    SO AVANCA ATE A CHAVE DA CHAMADA. A BANDA DA CHAVE E A      *
      *    GRAVADA NA CHAMADA, A MESMA QUE VAI PARA O CALLAJU (CHAMADA *
      *    SEM BANDA SO E AJUSTADA QUANDO AS DUAS BANDAS DAO O MESMO   *
      *    VALOR, E SEGUE COM A BANDA EM BRANCO).                      *
      *----------------------------------------------------------------*
       2250-OBTER-VALOR-BASE           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FD-RES-VALOR-CHAMADA   TO WRK-VALOR-BASE.
      *
           MOVE FD-RES-ORIGEM          TO WRK-HIS-ORIGEM.
           MOVE FD-RES-DESTINO         TO WRK-HIS-DESTINO.
           MOVE FD-RES-DATA-CHAMADA    TO WRK-HIS-DATA.
           MOVE FD-RES-DURACAO-SEG     TO WRK-HIS-DURACAO.
           MOVE WRK-BANDA-CHAMADA      TO WRK-HIS-BANDA.
      *
           PERFORM 1063-OBTER-PROXIMO-HISTORICO
               UNTIL WRK-HIS-CHAVE     NOT LESS THAN
                                       WRK-HIS-CHAVE-PROCURADA.
      *
           IF (WRK-HIS-CHAVE           EQUAL WRK-HIS-CHAVE-PROCURADA)
               MOVE WRK-HIS-VALOR-NOVO TO WRK-VALOR-BASE
               ADD  1                  TO ACU-REG-JA-AJUSTADOS
           END-IF.
      *
      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O AJUSTE DA CHAMADA NO CALLAJU, COM O    *
      *    VALOR BASE COMO VALOR ANTERIOR: SINAL '+' QUANDO O VALOR    *
      *    NOVO E MAIOR (A COBRAR) E '-' QUANDO E MENOR (A CREDITAR)   *
      *----------------------------------------------------------------*
       2300-GRAVAR-AJUSTE              SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-DIFERENCA       = WRK-VALOR-NOVO
                                       - WRK-VALOR-BASE.
      *
           MOVE SPACES                 TO FD-REG-CALLAJU.
           MOVE FD-RES-ORIGEM          TO FD-AJU-ORIGEM.
           MOVE FD-RES-DESTINO         TO FD-AJU-DESTINO.
           MOVE FD-RES-ORIG-EOT        TO FD-AJU-ORIG-EOT.
           MOVE FD-RES-DEST-EOT        TO FD-AJU-DEST-EOT.
           MOVE FD-RES-CLASSIFICACAO   TO FD-AJU-CLASSIFICACAO.
           MOVE WRK-CLASSIF-COD        TO FD-AJU-CLASSIF-COD.
           MOVE WRK-BANDA-CHAMADA      TO FD-AJU-BANDA.
           MOVE FD-RES-PAGADOR         TO FD-AJU-PAGADOR.
           MOVE FD-RES-DATA-CHAMADA    TO FD-AJU-DATA-CHAMADA.
           MOVE FD-RES-DURACAO-SEG     TO FD-AJU-DURACAO-SEG.
           MOVE WRK-VALOR-BASE         TO FD-AJU-VALOR-ANTERIOR.
           MOVE WRK-VALOR-NOVO         TO FD-AJU-VALOR-NOVO.
           MOVE WRK-DATA-HOJE          TO FD-AJU-DATA-RETARIFACAO.
      *
           IF (WRK-DIFERENCA           LESS THAN ZERO)
               MOVE '-'                TO FD-AJU-SINAL
               COMPUTE WRK-DIFERENCA-ABS = ZERO - WRK-DIFERENCA
               ADD  WRK-DIFERENCA-ABS  TO ACU-VALOR-A-CREDITAR
           ELSE
               MOVE '+'                TO FD-AJU-SINAL
               MOVE WRK-DIFERENCA      TO WRK-DIFERENCA-ABS
               ADD  WRK-DIFERENCA-ABS  TO ACU-VALOR-A-COBRAR
           END-IF.
           MOVE WRK-DIFERENCA-ABS      TO FD-AJU-DIFERENCA.
      *
           WRITE FD-REG-CALLAJU.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-CALLAJU.
      *
           ADD  1                      TO ACU-REG-AJUSTES.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ACUMULAR A DIFERENCA NO ITEM DO PAR ORDENADO    *
      *    (EOT DEVEDORA X EOT CREDORA) E CLASSIFICACAO, NO MESMO      *
      *    SENTIDO DO SETLSUM1: NA CHAMADA PAGA PELO DESTINO (0800) A  *
      *    OPERADORA DE DESTINO E A DEVEDORA. OS MINUTOS SAO OS        *
      *    TARIFADOS DA CHAMADA (FRACAO CONTA COMO MINUTO).            *
      *----------------------------------------------------------------*
       2400-ACUMULAR-ACERTO            SECTION.
      *----------------------------------------------------------------*
      *
           IF FD-RES-PAGA-DESTINO
               MOVE FD-RES-DEST-EOT    TO WRK-EOT-DEVEDORA
               MOVE FD-RES-ORIG-EOT    TO WRK-EOT-CREDORA
           ELSE
               MOVE FD-RES-ORIG-EOT    TO WRK-EOT-DEVEDORA
               MOVE FD-RES-DEST-EOT    TO WRK-EOT-CREDORA
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-ACERTO.
           MOVE ZERO                   TO WRK-POS-ACERTO.
      *
           PERFORM 2410-PROCURAR-ITEM-ACERTO
               VARYING WRK-IDX-ACERTO  FROM 1 BY 1
               UNTIL   WRK-IDX-ACERTO GREATER THAN WRK-QTD-ACERTO
                    OR WRK-ACERTO-ACHOU.
      *
           IF NOT WRK-ACERTO-ACHOU
               IF (WRK-QTD-ACERTO      NOT LESS THAN 600)
                   DISPLAY '************** ' WRK-PROGRAMA
                           ' **************'
                   DISPLAY '*  TABELA DE RESUMO DE ACERTO CHEIA  *'
                   DISPLAY '*  LIMITE DE 600 COMBINACOES         *'
                   DISPLAY '*  EXCEDIDO - PROCESSAMENTO ABORTADO *'
                   DISPLAY '************** ' WRK-PROGRAMA
                           ' **************'
                   MOVE 16             TO RETURN-CODE
                   SET WRK-ABENDAR     TO TRUE
                   GOBACK
               END-IF
               ADD  1                  TO WRK-QTD-ACERTO
               MOVE WRK-QTD-ACERTO     TO WRK-POS-ACERTO
               MOVE WRK-EOT-DEVEDORA   TO
                              WRK-ACE-ORIG-EOT(WRK-POS-ACERTO)
               MOVE WRK-EOT-CREDORA    TO
                              WRK-ACE-DEST-EOT(WRK-POS-ACERTO)
               MOVE FD-RES-CLASSIFICACAO TO
                              WRK-ACE-CLASSIF(WRK-POS-ACERTO)
               MOVE ZERO               TO WRK-ACE-QTD(WRK-POS-ACERTO)
                                          WRK-ACE-MINUTOS
                                                     (WRK-POS-ACERTO)
                                          WRK-ACE-VALOR(WRK-POS-ACERTO)
           END-IF.
      *
           DIVIDE FD-RES-DURACAO-SEG   BY 60
               GIVING WRK-MINUTOS-CHAMADA
               REMAINDER WRK-RESTO-SEGUNDOS.
           IF (WRK-RESTO-SEGUNDOS      GREATER THAN ZERO)
               ADD  1                  TO WRK-MINUTOS-CHAMADA
           END-IF.
      *
           ADD  1                      TO WRK-ACE-QTD(WRK-POS-ACERTO).
           ADD  WRK-MINUTOS-CHAMADA    TO
                              WRK-ACE-MINUTOS(WRK-POS-ACERTO).
           ADD  WRK-DIFERENCA          TO
                              WRK-ACE-VALOR(WRK-POS-ACERTO).
      *
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR UM ITEM NA TABELA DE RESUMO DE ACERTO  *
      *----------------------------------------------------------------*
       2410-PROCURAR-ITEM-ACERTO       SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-ACE-ORIG-EOT(WRK-IDX-ACERTO) EQUAL
                                       WRK-EOT-DEVEDORA)      AND
              (WRK-ACE-DEST-EOT(WRK-IDX-ACERTO) EQUAL
                                       WRK-EOT-CREDORA)       AND
              (WRK-ACE-CLASSIF(WRK-IDX-ACERTO) EQUAL
                                       FD-RES-CLASSIFICACAO)
               SET WRK-ACERTO-ACHOU    TO TRUE
               MOVE WRK-IDX-ACERTO     TO WRK-POS-ACERTO
           END-IF.
      *
      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO: COMPENSA OS CREDITOS COM O SENTIDO   *
      *    INVERSO DE CADA PAR, GRAVA O RESUMO DOS AJUSTES, ACRESCENTA *
      *    OS AJUSTES AO HISTORICO, REGISTRA O LOTE E DEFINE O         *
      *    RETURN-CODE                                                 *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3010-COMPENSAR-SENTIDO
               VARYING WRK-IDX-ACERTO  FROM 1 BY 1
               UNTIL   WRK-IDX-ACERTO GREATER THAN WRK-QTD-ACERTO.
      *
           PERFORM 3050-GRAVAR-ITEM-ACERTO
               VARYING WRK-IDX-ACERTO  FROM 1 BY 1
               UNTIL   WRK-IDX-ACERTO GREATER THAN WRK-QTD-ACERTO.
      *
           CLOSE  CALLRRTW CALLAJU SETLAJU.
      *
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-CALLRRTW.
           PERFORM 1040-TESTAR-FS-CALLAJU.
           PERFORM 1050-TESTAR-FS-SETLAJU.
      *
           IF WRK-CALLAJHW-ABERTO
               CLOSE CALLAJHW
               PERFORM 1066-TESTAR-FS-CALLAJHW
           END-IF.
      *
           PERFORM 3060-ATUALIZAR-HISTORICO.
           PERFORM 3070-REGISTRAR-LOTE.
      *
           IF (ACU-REG-SEM-CHAVE       GREATER THAN ZERO) OR
              (ACU-REG-BANDA-INDET     GREATER THAN ZERO)
               MOVE 4                  TO RETURN-CODE
           END-IF.
      *
           PERFORM 3100-EMITIR-ESTATISTICAS.
           PERFORM 3200-TERMINAR-PROCESSO.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPENSAR UM ITEM DE DIFERENCA NEGATIVA         *
      *    (CREDITO) COM O ITEM DO SENTIDO INVERSO DO MESMO PAR E      *
      *    CLASSIFICACAO, QUANDO EXISTIR: O CREDITO DE A PARA B E UM   *
      *    DEBITO DE B PARA A. O ITEM COMPENSADO FICA ZERADO E NAO E   *
      *    GRAVADO.                                                    *
      *----------------------------------------------------------------*
       3010-COMPENSAR-SENTIDO          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-ACE-QTD(WRK-IDX-ACERTO) EQUAL ZERO) OR
              (WRK-ACE-VALOR(WRK-IDX-ACERTO) NOT LESS THAN ZERO)
               GO TO 3010-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-INVERSO.
           MOVE ZERO                   TO WRK-POS-INVERSO.
      *
           PERFORM 3015-PROCURAR-INVERSO
               VARYING WRK-IDX-INVERSO FROM 1 BY 1
               UNTIL   WRK-IDX-INVERSO GREATER THAN WRK-QTD-ACERTO
                    OR WRK-INVERSO-ACHOU.
      *
           IF NOT WRK-INVERSO-ACHOU
               GO TO 3010-99-FIM
           END-IF.
      *
           ADD  WRK-ACE-QTD(WRK-IDX-ACERTO) TO
                              WRK-ACE-QTD(WRK-POS-INVERSO).
           ADD  WRK-ACE-MINUTOS(WRK-IDX-ACERTO) TO
                              WRK-ACE-MINUTOS(WRK-POS-INVERSO).
           SUBTRACT WRK-ACE-VALOR(WRK-IDX-ACERTO) FROM
                              WRK-ACE-VALOR(WRK-POS-INVERSO).
      *
           MOVE ZERO                   TO WRK-ACE-QTD(WRK-IDX-ACERTO)
                                          WRK-ACE-MINUTOS
                                                     (WRK-IDX-ACERTO)
                                          WRK-ACE-VALOR(WRK-IDX-ACERTO).
      *
      *----------------------------------------------------------------*
       3010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR O ITEM DO SENTIDO INVERSO AINDA NAO    *
      *    COMPENSADO                                                  *
      *----------------------------------------------------------------*
       3015-PROCURAR-INVERSO           SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-ACE-ORIG-EOT(WRK-IDX-INVERSO) EQUAL
                              WRK-ACE-DEST-EOT(WRK-IDX-ACERTO)) AND
              (WRK-ACE-DEST-EOT(WRK-IDX-INVERSO) EQUAL
                              WRK-ACE-ORIG-EOT(WRK-IDX-ACERTO)) AND
              (WRK-ACE-CLASSIF(WRK-IDX-INVERSO) EQUAL
                              WRK-ACE-CLASSIF(WRK-IDX-ACERTO))  AND
              (WRK-ACE-QTD(WRK-IDX-INVERSO) GREATER THAN ZERO)  AND
              (WRK-IDX-INVERSO         NOT EQUAL WRK-IDX-ACERTO)
               SET WRK-INVERSO-ACHOU   TO TRUE
               MOVE WRK-IDX-INVERSO    TO WRK-POS-INVERSO
           END-IF.
      *
      *----------------------------------------------------------------*
       3015-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR NO SETLAJU UM ITEM DO RESUMO, COM OS     *
      *    NOMES DAS OPERADORAS DO CADASTRO MESTRE. ITEM COMPENSADO OU *
      *    DE DIFERENCA LIQUIDA ZERO NAO E GRAVADO; ITEM DE DIFERENCA  *
      *    NEGATIVA SAI NO SENTIDO INVERSO, COM O VALOR POSITIVO.      *
      *----------------------------------------------------------------*
       3050-GRAVAR-ITEM-ACERTO         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-ACE-QTD(WRK-IDX-ACERTO) EQUAL ZERO) OR
              (WRK-ACE-VALOR(WRK-IDX-ACERTO) EQUAL ZERO)
               GO TO 3050-99-FIM
           END-IF.
      *
           IF (WRK-ACE-VALOR(WRK-IDX-ACERTO) LESS THAN ZERO)
               MOVE WRK-ACE-DEST-EOT(WRK-IDX-ACERTO)
                                       TO FD-SUM-ORIG-EOT
               MOVE WRK-ACE-ORIG-EOT(WRK-IDX-ACERTO)
                                       TO FD-SUM-DEST-EOT
               COMPUTE WRK-VALOR-ACERTO = ZERO
                                       - WRK-ACE-VALOR(WRK-IDX-ACERTO)
           ELSE
               MOVE WRK-ACE-ORIG-EOT(WRK-IDX-ACERTO)
                                       TO FD-SUM-ORIG-EOT
               MOVE WRK-ACE-DEST-EOT(WRK-IDX-ACERTO)
                                       TO FD-SUM-DEST-EOT
               MOVE WRK-ACE-VALOR(WRK-IDX-ACERTO)
                                       TO WRK-VALOR-ACERTO
           END-IF.
      *
           MOVE FD-SUM-ORIG-EOT        TO WRK-EOT-PROCURADO.
           PERFORM 1023-OBTER-NOME-OPERADORA.
           MOVE WRK-NOME-OPERADORA     TO FD-SUM-ORIG-NOME.
      *
           MOVE FD-SUM-DEST-EOT        TO WRK-EOT-PROCURADO.
           PERFORM 1023-OBTER-NOME-OPERADORA.
           MOVE WRK-NOME-OPERADORA     TO FD-SUM-DEST-NOME.
      *
           MOVE WRK-ACE-CLASSIF(WRK-IDX-ACERTO)
                                       TO FD-SUM-CLASSIFICACAO.
           MOVE WRK-ACE-QTD(WRK-IDX-ACERTO)
                                       TO FD-SUM-QTD-CHAMADAS.
           MOVE WRK-ACE-MINUTOS(WRK-IDX-ACERTO)
                                       TO FD-SUM-MINUTOS.
           MOVE WRK-VALOR-ACERTO       TO FD-SUM-VALOR.
      *
           WRITE FD-REG-SETLAJU.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
      *
           PERFORM 1050-TESTAR-FS-SETLAJU.
      *
           ADD  1                      TO ACU-REG-PARES.
      *
      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ACRESCENTAR AO HISTORICO CALLAJH OS AJUSTES     *
      *    GRAVADOS NO CALLAJU DESTA EXECUCAO. SE O CALLAJH NAO        *
      *    EXISTIR, E CRIADO.                                          *
      *----------------------------------------------------------------*
       3060-ATUALIZAR-HISTORICO        SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT CALLAJU.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-CALLAJU.
      *
           OPEN EXTEND CALLAJH.
           IF (WRK-FS-CALLAJH          EQUAL '35') OR
              (WRK-FS-CALLAJH          EQUAL '05')
               OPEN OUTPUT CALLAJH
           END-IF.
           PERFORM 3062-TESTAR-FS-GRAVACAO-AJH.
      *
           PERFORM 3061-COPIAR-AJUSTE
               UNTIL WRK-FS-CALLAJU    EQUAL '10'.
      *
           CLOSE  CALLAJU CALLAJH.
      *
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-CALLAJU.
           PERFORM 3062-TESTAR-FS-GRAVACAO-AJH.
      *
      *----------------------------------------------------------------*
       3060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COPIAR UM AJUSTE DO CALLAJU PARA O CALLAJH      *
      *----------------------------------------------------------------*
       3061-COPIAR-AJUSTE              SECTION.
      *----------------------------------------------------------------*
      *
           READ CALLAJU.
      *
           IF (WRK-FS-CALLAJU          EQUAL '10')
               GO TO 3061-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-CALLAJU.
      *
           WRITE FD-REG-CALLAJH        FROM FD-REG-CALLAJU.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 3062-TESTAR-FS-GRAVACAO-AJH.
      *
           ADD  1                      TO ACU-REG-HIST-GRAVADOS.
      *
      *----------------------------------------------------------------*
       3061-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO CALLAJH NA GRAVACAO: AQUI *
      *    NENHUM FS DIFERENTE DE '00' E TOLERADO                      *
      *----------------------------------------------------------------*
       3062-TESTAR-FS-GRAVACAO-AJH     SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-CALLAJH          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              CALLAJH               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-CALLAJH
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'CALLAJH'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-CALLAJH   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       3062-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA REGISTRAR NO CALLRCTL O LOTE PROCESSADO: A      *
      *    ASSINATURA DO TARALT, O PERIODO, A DATA DA EXECUCAO E A     *
      *    QUANTIDADE DE AJUSTES. SE O CALLRCTL NAO EXISTIR, E CRIADO. *
      *----------------------------------------------------------------*
       3070-REGISTRAR-LOTE             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND CALLRCTL.
           IF (WRK-FS-CALLRCTL         EQUAL '35') OR
              (WRK-FS-CALLRCTL         EQUAL '05')
               OPEN OUTPUT CALLRCTL
           END-IF.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1027-TESTAR-FS-CALLRCTL.
      *
           MOVE SPACES                 TO FD-REG-CALLRCTL.
           MOVE WRK-ASS-QTD            TO FD-CTL-QTD.
           MOVE WRK-ASS-HASH           TO FD-CTL-HASH.
           MOVE WRK-DATA-INI-X         TO FD-CTL-DATA-INI.
           MOVE WRK-DATA-FIM-X         TO FD-CTL-DATA-FIM.
           MOVE WRK-DATA-HOJE          TO FD-CTL-DATA-PROC.
           MOVE ACU-REG-AJUSTES        TO FD-CTL-AJUSTES.
      *
           WRITE FD-REG-CALLRCTL.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1027-TESTAR-FS-CALLRCTL.
      *
           CLOSE CALLRCTL.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1027-TESTAR-FS-CALLRCTL.
      *
      *----------------------------------------------------------------*
       3070-99-FIM.                    EXIT.
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
           DISPLAY '* PERIODO: ' WRK-DATA-INI ' A ' WRK-DATA-FIM
                   '                   *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* CALLRRT1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* TARALT   |  I  | CHAVES ALTER. | '
           WRK-QTD-ALTERACAO '         *'.
           DISPLAY '* CALLRES  |  I  | TOTAL REG.    | ' ACU-REG-LIDOS
           '     *'.
           DISPLAY '* CALLRES  |  I  | DESPREZADOS   | '
           ACU-REG-DESPREZADOS '     *'.
           DISPLAY '* CALLRES  |  I  | FORA PERIODO  | '
           ACU-REG-FORA-PERIODO '     *'.
           DISPLAY '* CALLRES  |  I  | GRATUITOS     | '
           ACU-REG-GRATUITOS '     *'.
           DISPLAY '* CALLRES  |  I  | NAO ATINGIDOS | '
           ACU-REG-NAO-ATINGIDOS '     *'.
           DISPLAY '* CALLRES  |  I  | SEM CHAVE TAR.| '
           ACU-REG-SEM-CHAVE '     *'.
           DISPLAY '* CALLRES  |  I  | BANDA INDETER.| '
           ACU-REG-BANDA-INDET '     *'.
           DISPLAY '* CALLAJH  |  I  | AJUSTES ANTER.| '
           ACU-REG-HIST-LIDOS '     *'.
           DISPLAY '* CALLRES  |  I  | RETARIFADOS   | '
           ACU-REG-RETARIFADOS '     *'.
           DISPLAY '* CALLRES  |  I  | JA AJUSTADOS  | '
           ACU-REG-JA-AJUSTADOS '     *'.
           DISPLAY '* CALLRES  |  I  | SEM TARIFA    | '
           ACU-REG-SEM-TARIFA '     *'.
           DISPLAY '* CALLRES  |  I  | SEM DIFERENCA | '
           ACU-REG-INALTERADOS '     *'.
           DISPLAY '* CALLAJU  |  O  | AJUSTES       | '
           ACU-REG-AJUSTES '     *'.
           DISPLAY '* SETLAJU  |  O  | LINHAS RESUMO | '
           ACU-REG-PARES '     *'.
           DISPLAY '* CALLAJH  |  O  | ACRESCENTADOS | '
           ACU-REG-HIST-GRAVADOS '     *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* VALOR A COBRAR      | ' ACU-VALOR-A-COBRAR
           '          *'.
           DISPLAY '* VALOR A CREDITAR    | ' ACU-VALOR-A-CREDITAR
           '          *'.
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
