      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. PLANPUB1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  PLANPUB1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  PORTAO DE PUBLICACAO DO PLANNAC, EXECUTADO   *
      *                   ENTRE A CARGA (PLANNAC1) E A DISTRIBUICAO    *
      *                   (PLANDIST/PLANEXP1). COMPARA O PLANNAC DA    *
      *                   NOITE COM A COPIA DA ULTIMA PUBLICACAO       *
      *                   (RANGES INCLUIDOS, EXCLUIDOS E ALTERADOS POR *
      *                   EOT E DDD), LE NO RUNCTL A QUANTIDADE DE     *
      *                   ERROS DO PLANCHK1 E DE CONFLITOS DO PLANNCON *
      *                   DA NOITE E RETEM A PUBLICACAO (RC 8) QUANDO  *
      *                   ALGUM LIMITE E EXCEDIDO. A NOITE RETIDA SO E *
      *                   LIBERADA POR REGISTRO DE APROVACAO (PLANPUBA)*
      *                   COM O ANALISTA RESPONSAVEL. NO MODO 'P',     *
      *                   EXECUTADO DEPOIS DA DISTRIBUICAO, A IMAGEM   *
      *                   DA NOITE PASSA A SER A ULTIMA PUBLICACAO.    *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  PLANNAC                     PLANNREG          *
      *                  PLANPUBL                    (VIDE FD)         *
      *                  PLANPUBW                    (VIDE FD)         *
      *                  RUNCTL                      RUNCTLCP          *
      *                  PLANPUBA                    PUBAPRCP          *
      *                  PLANPUBD                    (VIDE FD)         *
      *                  PLANPUBR                    (VIDE FD)         *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: PLANNAC  - PLANO NACIONAL CONSOLIDADO DA      *
      *                             NOITE (INDEXADO, LIDO EM ORDEM DE  *
      *                             CHAVE)                             *
      *                  PLANPUBL - COPIA DO PLANNAC DA ULTIMA         *
      *                             PUBLICACAO, EM ORDEM DE CHAVE      *
      *                             (AUSENTE NA PRIMEIRA PUBLICACAO:   *
      *                             TODOS OS RANGES CONTAM COMO        *
      *                             INCLUIDOS)                         *
      *                  PLANPUBW - IMAGEM DO PLANNAC DA NOITE, GRAVADA*
      *                             NA VERIFICACAO E COPIADA PARA O    *
      *                             PLANPUBL NO MODO 'P'               *
      *                  RUNCTL   - CONTROLE DE EXECUCAO: REGISTROS    *
      *                             'F' DO PLANNAC1 (PLANNCON) E DO    *
      *                             PLANCHK1 (PLANCHKD) DA NOITE       *
      *                  PLANPUBA - APROVACOES DE PUBLICACAO RETIDA    *
      *                             (OPCIONAL)                         *
      *                  PLANPUBD - DIFERENCAS EM RELACAO A ULTIMA     *
      *                             PUBLICACAO: I=INCLUIDO, E=EXCLUIDO,*
      *                             A=ALTERADO (VERSAO 'A' ANTERIOR E  *
      *                             'N' NOVA), PARA A ANALISE          *
      *                  PLANPUBR - RELATORIO DO PORTAO (132 COLUNAS)  *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: PLANPUB1_MODO          - V = VERIFICAR        *
      *                                           (PADRAO) / P =       *
      *                                           PUBLICADO (ATUALIZA  *
      *                                           A COPIA DA ULTIMA    *
      *                                           PUBLICACAO)          *
      *                  PLANPUB1_DATA          - NOITE (AAAAMMDD)     *
      *                                           (PADRAO: DATA DO DIA)*
      *                  PLANPUB1_MAX_INCLUIDOS - LIMITE DE RANGES     *
      *                                           INCLUIDOS (0000500)  *
      *                  PLANPUB1_MAX_EXCLUIDOS - LIMITE DE RANGES     *
      *                                           EXCLUIDOS (0000100)  *
      *                  PLANPUB1_MAX_ALTERADOS - LIMITE DE RANGES     *
      *                                           ALTERADOS (0001000)  *
      *                  PLANPUB1_MAX_ERROS     - LIMITE DE RANGES COM *
      *                                           ERRO NO PLANCHK1     *
      *                                           (0000050)            *
      *                  PLANPUB1_MAX_CONFLITOS - LIMITE DE CONFLITOS  *
      *                                           DO PLANNAC1 (0000050)*
      *                  OS LIMITES TEM 7 DIGITOS; VALOR NAO NUMERICO  *
      *                  MANTEM O PADRAO.                              *
      *----------------------------------------------------------------*
      *    RETURN-CODE.: 00 - PUBLICACAO LIBERADA                      *
      *                  04 - PUBLICACAO RETIDA, LIBERADA POR          *
      *                       APROVACAO DO ANALISTA                    *
      *                  08 - PUBLICACAO RETIDA (PLANDIST E PLANEXP1   *
      *                       NAO DEVEM RODAR)                         *
      *                  16 - ERRO DE ARQUIVO / TABELA CHEIA / COPIA   *
      *                       DA ULTIMA PUBLICACAO FORA DE ORDEM       *
      *    SEM O RUNCTL (PRIMEIRA IMPLANTACAO) OS LIMITES DE ERROS E   *
      *    CONFLITOS NAO SAO VERIFICADOS (AVISO NO SYSOUT); COM O      *
      *    RUNCTL PRESENTE E SEM O REGISTRO DA NOITE, A PUBLICACAO E   *
      *    RETIDA.                                                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DO PORTAO DE PUBLICACAO  *
      *                        DO PLANNAC.                             *
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
           SELECT PLANPUBL             ASSIGN
           TO DYNAMIC                  WRK-PATH-PLANPUBL
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PLANPUBL.
      *
           SELECT PLANPUBW             ASSIGN
           TO DYNAMIC                  WRK-PATH-PLANPUBW
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PLANPUBW.
      *
           SELECT RUNCTL               ASSIGN
           TO DYNAMIC                  WRK-PATH-RUNCTL
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-RUNCTL.
      *
           SELECT PLANPUBA             ASSIGN
           TO DYNAMIC                  WRK-PATH-PLANPUBA
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PLANPUBA.
      *
           SELECT PLANPUBD             ASSIGN
           TO DYNAMIC                  WRK-PATH-PLANPUBD
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PLANPUBD.
      *
           SELECT PLANPUBR             ASSIGN
           TO DYNAMIC                  WRK-PATH-PLANPUBR
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PLANPUBR.
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
      *    I-O..........: COPIA DO PLANNAC DA ULTIMA PUBLICACAO        *
      *----------------------------------------------------------------*
       FD  PLANPUBL
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PLANPUBL             PIC  X(071).
      *----------------------------------------------------------------*
      *    I-O..........: IMAGEM DO PLANNAC DA NOITE                   *
      *----------------------------------------------------------------*
       FD  PLANPUBW
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PLANPUBW             PIC  X(071).
      *----------------------------------------------------------------*
      *    ENTRADA......: CONTROLE DE EXECUCAO COMPARTILHADO (RUNCTLCP)*
      *----------------------------------------------------------------*
       FD  RUNCTL
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-RUNCTL               PIC  X(080).
      *----------------------------------------------------------------*
      *    ENTRADA......: APROVACOES DE PUBLICACAO (PUBAPRCP)          *
      *----------------------------------------------------------------*
       FD  PLANPUBA
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PLANPUBA             PIC  X(080).
      *----------------------------------------------------------------*
      *    SAIDA........: DIFERENCAS EM RELACAO A ULTIMA PUBLICACAO    *
      *----------------------------------------------------------------*
       FD  PLANPUBD
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PLANPUBD.
           05  FD-DIF-TIPO              PIC  X(001).
           05  FD-DIF-VERSAO            PIC  X(001).
           05  FD-DIF-REGISTRO          PIC  X(071).
      *----------------------------------------------------------------*
      *    SAIDA........: RELATORIO DO PORTAO DE PUBLICACAO            *
      *----------------------------------------------------------------*
       FD  PLANPUBR
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PLANPUBR             PIC  X(132).
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
           '*** PLANPUB1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-QTD-PLANNAC         PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-QTD-BASE            PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-QTD-INCLUIDOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-QTD-EXCLUIDOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-QTD-ALTERADOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-QTD-DIFERENCAS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LIDOS-RUNCTL    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LIDOS-PLANPUBA  PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-APROVACAO-INVALIDA  PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-QTD-COPIADOS        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-LINHAS-GRAVADAS     PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE PARAMETROS E LIMITES ***'.
      *----------------------------------------------------------------*
       01  WRK-PARAMETROS.
           05  WRK-MODO                PIC  X(001) VALUE 'V'.
               88  WRK-MODO-VERIFICAR              VALUE 'V'.
               88  WRK-MODO-PUBLICADO              VALUE 'P'.
           05  WRK-DATA-PROC-X         PIC  X(008) VALUE SPACES.
           05  WRK-DATA-PROC           REDEFINES
               WRK-DATA-PROC-X         PIC  9(008).
           05  WRK-PARM-7              PIC  X(007) VALUE SPACES.
           05  WRK-PARM-7-N            REDEFINES
               WRK-PARM-7              PIC  9(007).
      *----------------------------------------------------------------*
      *    INDICADORES DO PORTAO: 1 = INCLUIDOS  2 = EXCLUIDOS         *
      *    3 = ALTERADOS  4 = ERROS PLANCHK1  5 = CONFLITOS PLANNCON   *
      *----------------------------------------------------------------*
       01  WRK-TAB-INDICADOR.
           05  WRK-TAB-INDICADOR-ITEM  OCCURS 5 TIMES.
               10  WRK-IND-DESCRICAO   PIC  X(030).
               10  WRK-IND-QTD         PIC  9(009).
               10  WRK-IND-LIMITE      PIC  9(007).
               10  WRK-IND-SITUACAO    PIC  X(020).
       01  WRK-CONTROLE-INDICADOR.
           05  WRK-IDX-INDICADOR       PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-RETIDO         PIC  X(001) VALUE SPACES.
               88  WRK-PUBLICACAO-RETIDA           VALUE 'S'.
           05  WRK-FLAG-TEM-RUNCTL     PIC  X(001) VALUE SPACES.
               88  WRK-TEM-RUNCTL                  VALUE 'S'.
           05  WRK-FLAG-ACHOU-ERROS    PIC  X(001) VALUE SPACES.
               88  WRK-ACHOU-ERROS                 VALUE 'S'.
           05  WRK-FLAG-ACHOU-CONFL    PIC  X(001) VALUE SPACES.
               88  WRK-ACHOU-CONFLITOS             VALUE 'S'.
           05  WRK-FLAG-APROVADO       PIC  X(001) VALUE SPACES.
               88  WRK-PUBLICACAO-APROVADA         VALUE 'S'.
           05  WRK-APR-ANALISTA        PIC  X(008) VALUE SPACES.
           05  WRK-APR-NOME            PIC  X(030) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA COMPARACAO COM A ULTIMA PUBLICACAO ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-COMPARACAO.
           05  WRK-CHAVE-ATUAL         PIC  X(011) VALUE SPACES.
           05  WRK-CHAVE-BASE          PIC  X(011) VALUE SPACES.
           05  WRK-CHAVE-BASE-ANT      PIC  X(011) VALUE LOW-VALUES.
           05  WRK-FLAG-TEM-BASE       PIC  X(001) VALUE SPACES.
               88  WRK-TEM-BASE                    VALUE 'S'.
      *----------------------------------------------------------------*
       01  WRK-REG-BASE.
           05  WRK-BAS-TIPO-REGISTRO   PIC  9(001).
           05  WRK-BAS-CHAVE.
               10  WRK-BAS-DDD         PIC  9(002).
               10  WRK-BAS-PREFIXO     PIC  9(005).
               10  WRK-BAS-RANGE-INICIAL PIC 9(004).
           05  WRK-BAS-RANGE-FINAL     PIC  9(004).
           05  WRK-BAS-EOT             PIC  X(003).
           05  FILLER                  PIC  X(052).
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA TABELA DE DIFERENCAS POR EOT E DDD ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-GRUPO.
           05  WRK-QTD-GRUPO           PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-GRUPO-ITEM      OCCURS 3000 TIMES.
               10  WRK-GRP-CHAVE.
                   15  WRK-GRP-EOT     PIC  X(003).
                   15  WRK-GRP-DDD     PIC  9(002).
               10  WRK-GRP-INCLUIDOS   PIC  9(007) COMP-3.
               10  WRK-GRP-EXCLUIDOS   PIC  9(007) COMP-3.
               10  WRK-GRP-ALTERADOS   PIC  9(007) COMP-3.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-GRUPO.
           05  WRK-IDX-GRUPO           PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-GRUPO           PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-GRUPO    PIC  X(001) VALUE SPACES.
               88  WRK-GRUPO-ACHOU                 VALUE 'S'.
               88  WRK-GRUPO-PASSOU                VALUE 'P'.
           05  WRK-DIF-CHAVE.
               10  WRK-DIF-EOT         PIC  X(003) VALUE SPACES.
               10  WRK-DIF-DDD         PIC  9(002) VALUE ZEROS.
           05  WRK-DIF-TIPO            PIC  X(001) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE LINHAS DO RELATORIO ***'.
      *----------------------------------------------------------------*
       01  WRK-CAB-1.
           05  FILLER                  PIC  X(042) VALUE
               'PLANPUB1 - PORTAO DE PUBLICACAO DO PLANNAC'.
           05  FILLER                  PIC  X(012) VALUE
               ' - NOITE DE '.
           05  WRK-CB1-DATA            PIC  X(010).
           05  FILLER                  PIC  X(068) VALUE SPACES.
       01  WRK-CAB-2.
           05  FILLER                  PIC  X(032) VALUE
               'INDICADOR'.
           05  FILLER                  PIC  X(014) VALUE
               '    QUANTIDADE'.
           05  FILLER                  PIC  X(014) VALUE
               '        LIMITE'.
           05  FILLER                  PIC  X(072) VALUE
               '   SITUACAO'.
       01  WRK-LIN-INDICADOR.
           05  WRK-LIN-DESCRICAO       PIC  X(030).
           05  FILLER                  PIC  X(005) VALUE SPACES.
           05  WRK-LIN-QTD             PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(005) VALUE SPACES.
           05  WRK-LIN-LIMITE          PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(003) VALUE SPACES.
           05  WRK-LIN-SITUACAO        PIC  X(020).
           05  FILLER                  PIC  X(049) VALUE SPACES.
       01  WRK-LIN-TOTAIS.
           05  FILLER                  PIC  X(032) VALUE
               'RANGES NO PLANNAC DA NOITE'.
           05  WRK-TOT-PLANNAC         PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(032) VALUE
               '   NA ULTIMA PUBLICACAO'.
           05  WRK-TOT-BASE            PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(046) VALUE SPACES.
       01  WRK-LIN-DECISAO             PIC  X(132) VALUE SPACES.
       01  WRK-CAB-3.
           05  FILLER                  PIC  X(010) VALUE
               'EOT   DDD'.
           05  FILLER                  PIC  X(012) VALUE
               '   INCLUIDOS'.
           05  FILLER                  PIC  X(012) VALUE
               '   EXCLUIDOS'.
           05  FILLER                  PIC  X(098) VALUE
               '   ALTERADOS'.
       01  WRK-DET-GRUPO.
           05  WRK-DGR-EOT             PIC  X(006).
           05  WRK-DGR-DDD             PIC  X(004).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DGR-INCLUIDOS       PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(003) VALUE SPACES.
           05  WRK-DGR-EXCLUIDOS       PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(003) VALUE SPACES.
           05  WRK-DGR-ALTERADOS       PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(087) VALUE SPACES.
       01  WRK-LINHA-AVISO.
           05  FILLER                  PIC  X(005) VALUE SPACES.
           05  WRK-AVI-TEXTO           PIC  X(127).
       01  WRK-LINHA-BRANCO            PIC  X(132) VALUE SPACES.
      *----------------------------------------------------------------*
       01  WRK-DATA-EDITADA            PIC  X(010) VALUE SPACES.
       01  WRK-QTD-EDITADA             PIC  9(009) VALUE ZEROS.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'PLANPUB1'.
           05  WRK-FS-PLANNAC          PIC  X(002) VALUE SPACES.
           05  WRK-FS-PLANPUBL         PIC  X(002) VALUE SPACES.
           05  WRK-FS-PLANPUBW         PIC  X(002) VALUE SPACES.
           05  WRK-FS-RUNCTL           PIC  X(002) VALUE SPACES.
           05  WRK-FS-PLANPUBA         PIC  X(002) VALUE SPACES.
           05  WRK-FS-PLANPUBD         PIC  X(002) VALUE SPACES.
           05  WRK-FS-PLANPUBR         PIC  X(002) VALUE SPACES.
           05  WRK-FS-ERRLOG           PIC  X(002) VALUE SPACES.
           05  WRK-FS-ENTRADA          PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-PLANPUBL       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PLANPUBL.dat'.
           05  WRK-PATH-PLANPUBW       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PLANPUBW.dat'.
           05  WRK-PATH-RUNCTL         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\RUNCTL.dat'.
           05  WRK-PATH-PLANPUBA       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PLANPUBA.dat'.
           05  WRK-PATH-PLANPUBD       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PLANPUBD.dat'.
           05  WRK-PATH-PLANPUBR       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PLANPUBR.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO PLANNAC (PLANNREG) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-PLANREG.
           COPY PLANNREG.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO CONTROLE DE EXECUCAO (RUNCTL) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-RUNCTL.
           COPY RUNCTLCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DE APROVACAO (PUBAPRCP) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-PUBAPR.
           COPY PUBAPRCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO LOG DE EXCECAO/ABEND (ERRLOG) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-ERRLOG.
           COPY ERRLOGCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** PLANPUB1 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
      *
           IF WRK-MODO-PUBLICADO
               PERFORM 4000-ATUALIZAR-PUBLICACAO
           ELSE
               PERFORM 2000-COMPARAR
                   UNTIL WRK-CHAVE-ATUAL EQUAL HIGH-VALUES
                     AND WRK-CHAVE-BASE  EQUAL HIGH-VALUES
               PERFORM 2500-AVALIAR-LIMITES
               PERFORM 2800-EMITIR-RELATORIO
           END-IF.
      *
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: NO MODO DE VERIFICACAO ABRE OS     *
      *    ARQUIVOS DA COMPARACAO E LE O PRIMEIRO RANGE DE CADA LADO   *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-OBTER-PARAMETROS.
      *
           IF WRK-MODO-PUBLICADO
               GO TO 1000-99-FIM
           END-IF.
      *
           OPEN INPUT  PLANNAC
                OUTPUT PLANPUBW PLANPUBD PLANPUBR.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-PLANNAC.
           PERFORM 1030-TESTAR-FS-PLANPUBW.
           PERFORM 1050-TESTAR-FS-PLANPUBD.
           PERFORM 1060-TESTAR-FS-PLANPUBR.
      *
           MOVE 'PLANPUBL'             TO WRK-ERRLOG-ARQUIVO.
           OPEN INPUT PLANPUBL.
           MOVE WRK-FS-PLANPUBL        TO WRK-FS-ENTRADA.
           PERFORM 1040-TESTAR-FS-ENTRADA.
      *
           IF (WRK-FS-PLANPUBL         EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': PLANPUBL AUSENTE - '
                       'PRIMEIRA PUBLICACAO, TODOS OS RANGES '
                       'CONTAM COMO INCLUIDOS ***'
               MOVE HIGH-VALUES        TO WRK-CHAVE-BASE
           ELSE
               SET WRK-TEM-BASE        TO TRUE
               PERFORM 1310-LER-BASE
           END-IF.
      *
           PERFORM 1300-LER-PLANNAC.
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANNAC_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PLANNAC
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANPUBL_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PLANPUBL
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANPUBW_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PLANPUBW
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'RUNCTL_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-RUNCTL
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANPUBA_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PLANPUBA
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANPUBD_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PLANPUBD
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANPUBR_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PLANPUBR
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
      *    ROTINA PARA OBTER O MODO, A NOITE E OS LIMITES DO PORTAO    *
      *----------------------------------------------------------------*
       1008-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANPUB1_MODO'.
           IF (WRK-ENV-VALOR(1:1)      EQUAL 'P')
               SET WRK-MODO-PUBLICADO  TO TRUE
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANPUB1_DATA'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:8) TO WRK-DATA-PROC-X
           END-IF.
           IF (WRK-DATA-PROC-X         NOT NUMERIC)
               ACCEPT WRK-DATA-PROC    FROM DATE YYYYMMDD
           END-IF.
      *
           MOVE 'RANGES INCLUIDOS'     TO WRK-IND-DESCRICAO(1).
           MOVE 'RANGES EXCLUIDOS'     TO WRK-IND-DESCRICAO(2).
           MOVE 'RANGES ALTERADOS'     TO WRK-IND-DESCRICAO(3).
           MOVE 'RANGES COM ERRO NO PLANCHK1'
                                       TO WRK-IND-DESCRICAO(4).
           MOVE 'CONFLITOS DE CARGA (PLANNCON)'
                                       TO WRK-IND-DESCRICAO(5).
           MOVE 0000500                TO WRK-IND-LIMITE(1).
           MOVE 0000100                TO WRK-IND-LIMITE(2).
           MOVE 0001000                TO WRK-IND-LIMITE(3).
           MOVE 0000050                TO WRK-IND-LIMITE(4).
           MOVE 0000050                TO WRK-IND-LIMITE(5).
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                                       'PLANPUB1_MAX_INCLUIDOS'.
           MOVE WRK-ENV-VALOR(1:7)     TO WRK-PARM-7.
           IF (WRK-PARM-7              IS NUMERIC)
               MOVE WRK-PARM-7-N       TO WRK-IND-LIMITE(1)
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                                       'PLANPUB1_MAX_EXCLUIDOS'.
           MOVE WRK-ENV-VALOR(1:7)     TO WRK-PARM-7.
           IF (WRK-PARM-7              IS NUMERIC)
               MOVE WRK-PARM-7-N       TO WRK-IND-LIMITE(2)
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                                       'PLANPUB1_MAX_ALTERADOS'.
           MOVE WRK-ENV-VALOR(1:7)     TO WRK-PARM-7.
           IF (WRK-PARM-7              IS NUMERIC)
               MOVE WRK-PARM-7-N       TO WRK-IND-LIMITE(3)
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                                       'PLANPUB1_MAX_ERROS'.
           MOVE WRK-ENV-VALOR(1:7)     TO WRK-PARM-7.
           IF (WRK-PARM-7              IS NUMERIC)
               MOVE WRK-PARM-7-N       TO WRK-IND-LIMITE(4)
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                                       'PLANPUB1_MAX_CONFLITOS'.
           MOVE WRK-ENV-VALOR(1:7)     TO WRK-PARM-7.
           IF (WRK-PARM-7              IS NUMERIC)
               MOVE WRK-PARM-7-N       TO WRK-IND-LIMITE(5)
           END-IF.
      *
      *----------------------------------------------------------------*
       1008-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PLANNAC           *
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
               MOVE 'PLANNAC'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PLANNAC     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PLANPUBW          *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-PLANPUBW         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PLANPUBW         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PLANPUBW              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PLANPUBW
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PLANPUBW'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PLANPUBW    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DAS ENTRADAS OPCIONAIS       *
      *    (PLANPUBL, RUNCTL, PLANPUBA). O FS '35' E TOLERADO.         *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-ENTRADA          SECTION.
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
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PLANPUBD          *
      *----------------------------------------------------------------*
       1050-TESTAR-FS-PLANPUBD         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PLANPUBD         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PLANPUBD              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PLANPUBD
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PLANPUBD'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PLANPUBD    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PLANPUBR          *
      *----------------------------------------------------------------*
       1060-TESTAR-FS-PLANPUBR         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PLANPUBR         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PLANPUBR              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PLANPUBR
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PLANPUBR'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PLANPUBR    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O PROXIMO RANGE DO PLANNAC DA NOITE E       *
      *    GRAVAR A SUA IMAGEM NO PLANPUBW                             *
      *----------------------------------------------------------------*
       1300-LER-PLANNAC                SECTION.
      *----------------------------------------------------------------*
      *
           READ PLANNAC NEXT           INTO WRK-AREA-PLANREG.
      *
           IF (WRK-FS-PLANNAC          EQUAL '10')
               MOVE HIGH-VALUES        TO WRK-CHAVE-ATUAL
               GO TO 1300-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-PLANNAC.
           ADD  1                      TO ACU-QTD-PLANNAC.
           MOVE PLANREG-DATA(2:11)     TO WRK-CHAVE-ATUAL.
      *
           WRITE FD-REG-PLANPUBW       FROM PLANREG-REGISTRO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-PLANPUBW.
      *
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O PROXIMO RANGE DA ULTIMA PUBLICACAO. A     *
      *    COPIA E GRAVADA EM ORDEM DE CHAVE; FORA DE ORDEM ABORTA,    *
      *    POIS A COMPARACAO FICARIA INVALIDA.                         *
      *----------------------------------------------------------------*
       1310-LER-BASE                   SECTION.
      *----------------------------------------------------------------*
      *
           READ PLANPUBL               INTO WRK-REG-BASE.
      *
           IF (WRK-FS-PLANPUBL         EQUAL '10')
               MOVE HIGH-VALUES        TO WRK-CHAVE-BASE
               GO TO 1310-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           MOVE WRK-FS-PLANPUBL        TO WRK-FS-ENTRADA.
           PERFORM 1040-TESTAR-FS-ENTRADA.
           ADD  1                      TO ACU-QTD-BASE.
           MOVE WRK-BAS-CHAVE          TO WRK-CHAVE-BASE.
      *
           IF (WRK-CHAVE-BASE          NOT GREATER THAN
                                       WRK-CHAVE-BASE-ANT)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  PLANPUBL FORA DE ORDEM DE CHAVE   *'
               DISPLAY '*  CHAVE ' WRK-CHAVE-BASE
                       '                 *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           MOVE WRK-CHAVE-BASE         TO WRK-CHAVE-BASE-ANT.
      *
      *----------------------------------------------------------------*
       1310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE COMPARACAO (BALANCED LINE) ENTRE O PLANNAC DA     *
      *    NOITE E A ULTIMA PUBLICACAO, PELA CHAVE DDD + PREFIXO +     *
      *    RANGE-INICIAL                                               *
      *----------------------------------------------------------------*
       2000-COMPARAR                   SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-CHAVE-ATUAL         LESS THAN WRK-CHAVE-BASE)
               MOVE PLANREG-EOT        TO WRK-DIF-EOT
               MOVE PLANREG-DDD        TO WRK-DIF-DDD
               MOVE 'I'                TO WRK-DIF-TIPO
               ADD  1                  TO ACU-QTD-INCLUIDOS
               MOVE 'N'                TO FD-DIF-VERSAO
               MOVE PLANREG-REGISTRO   TO FD-DIF-REGISTRO
               PERFORM 2100-GRAVAR-DIFERENCA
               PERFORM 2400-CONTAR-GRUPO
               PERFORM 1300-LER-PLANNAC
               GO TO 2000-99-FIM
           END-IF.
      *
           IF (WRK-CHAVE-ATUAL         GREATER THAN WRK-CHAVE-BASE)
               MOVE WRK-BAS-EOT        TO WRK-DIF-EOT
               MOVE WRK-BAS-DDD        TO WRK-DIF-DDD
               MOVE 'E'                TO WRK-DIF-TIPO
               ADD  1                  TO ACU-QTD-EXCLUIDOS
               MOVE 'A'                TO FD-DIF-VERSAO
               MOVE WRK-REG-BASE       TO FD-DIF-REGISTRO
               PERFORM 2100-GRAVAR-DIFERENCA
               PERFORM 2400-CONTAR-GRUPO
               PERFORM 1310-LER-BASE
               GO TO 2000-99-FIM
           END-IF.
      *
           IF (PLANREG-REGISTRO        NOT EQUAL WRK-REG-BASE)
               MOVE PLANREG-EOT        TO WRK-DIF-EOT
               MOVE PLANREG-DDD        TO WRK-DIF-DDD
               MOVE 'A'                TO WRK-DIF-TIPO
               ADD  1                  TO ACU-QTD-ALTERADOS
               MOVE 'A'                TO FD-DIF-VERSAO
               MOVE WRK-REG-BASE       TO FD-DIF-REGISTRO
               PERFORM 2100-GRAVAR-DIFERENCA
               MOVE 'N'                TO FD-DIF-VERSAO
               MOVE PLANREG-REGISTRO   TO FD-DIF-REGISTRO
               PERFORM 2100-GRAVAR-DIFERENCA
               PERFORM 2400-CONTAR-GRUPO
           END-IF.
      *
           PERFORM 1300-LER-PLANNAC.
           PERFORM 1310-LER-BASE.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UMA LINHA NO ARQUIVO DE DIFERENCAS, COM  *
      *    A VERSAO E O REGISTRO JA MOVIDOS                            *
      *----------------------------------------------------------------*
       2100-GRAVAR-DIFERENCA           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DIF-TIPO           TO FD-DIF-TIPO.
           WRITE FD-REG-PLANPUBD.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-PLANPUBD.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR UMA DIFERENCA NA TABELA POR EOT + DDD,    *
      *    MANTIDA EM ORDEM DE EOT + DDD (O GRUPO NOVO E INSERIDO NA   *
      *    POSICAO, DESLOCANDO OS SEGUINTES)                           *
      *----------------------------------------------------------------*
       2400-CONTAR-GRUPO               SECTION.
      *----------------------------------------------------------------*
      *
           ADD  1                      TO ACU-QTD-DIFERENCAS.
           MOVE SPACES                 TO WRK-FLAG-ACHOU-GRUPO.
           MOVE ZERO                   TO WRK-POS-GRUPO.
      *
           PERFORM 2410-COMPARAR-GRUPO
               VARYING WRK-IDX-GRUPO FROM 1 BY 1
               UNTIL   WRK-IDX-GRUPO GREATER THAN WRK-QTD-GRUPO
                    OR WRK-GRUPO-ACHOU
                    OR WRK-GRUPO-PASSOU.
      *
           IF NOT WRK-GRUPO-ACHOU
               IF (WRK-QTD-GRUPO       NOT LESS THAN 3000)
                   DISPLAY '************** ' WRK-PROGRAMA
                           ' **************'
                   DISPLAY '*  TABELA DE DIFERENCAS POR EOT/DDD  *'
                   DISPLAY '*  CHEIA - LIMITE DE 3000 GRUPOS     *'
                   DISPLAY '*  PROCESSAMENTO ABORTADO            *'
                   DISPLAY '************** ' WRK-PROGRAMA
                           ' **************'
                   MOVE 16             TO RETURN-CODE
                   SET WRK-ABENDAR     TO TRUE
                   GOBACK
               END-IF
               IF NOT WRK-GRUPO-PASSOU
                   COMPUTE WRK-POS-GRUPO = WRK-QTD-GRUPO + 1
               END-IF
               PERFORM 2420-DESLOCAR-GRUPO
                   VARYING WRK-IDX-GRUPO FROM WRK-QTD-GRUPO BY -1
                   UNTIL   WRK-IDX-GRUPO LESS THAN WRK-POS-GRUPO
               ADD  1                  TO WRK-QTD-GRUPO
               MOVE WRK-DIF-CHAVE      TO WRK-GRP-CHAVE(WRK-POS-GRUPO)
               MOVE ZEROS              TO
                              WRK-GRP-INCLUIDOS(WRK-POS-GRUPO)
                              WRK-GRP-EXCLUIDOS(WRK-POS-GRUPO)
                              WRK-GRP-ALTERADOS(WRK-POS-GRUPO)
           END-IF.
      *
           EVALUATE WRK-DIF-TIPO
               WHEN 'I'
                   ADD 1 TO WRK-GRP-INCLUIDOS(WRK-POS-GRUPO)
               WHEN 'E'
                   ADD 1 TO WRK-GRP-EXCLUIDOS(WRK-POS-GRUPO)
               WHEN OTHER
                   ADD 1 TO WRK-GRP-ALTERADOS(WRK-POS-GRUPO)
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM GRUPO DA TABELA COM O EOT + DDD     *
      *    PROCURADO: ACHOU, OU PASSOU DA POSICAO (PONTO DE INSERCAO)  *
      *----------------------------------------------------------------*
       2410-COMPARAR-GRUPO             SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-GRP-CHAVE(WRK-IDX-GRUPO) EQUAL WRK-DIF-CHAVE)
               SET WRK-GRUPO-ACHOU     TO TRUE
               MOVE WRK-IDX-GRUPO      TO WRK-POS-GRUPO
           ELSE
               IF (WRK-GRP-CHAVE(WRK-IDX-GRUPO) GREATER THAN
                                       WRK-DIF-CHAVE)
                   SET WRK-GRUPO-PASSOU TO TRUE
                   MOVE WRK-IDX-GRUPO  TO WRK-POS-GRUPO
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA DESLOCAR UM GRUPO UMA POSICAO ADIANTE, ABRINDO  *
      *    ESPACO PARA A INSERCAO                                      *
      *----------------------------------------------------------------*
       2420-DESLOCAR-GRUPO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TAB-GRUPO-ITEM(WRK-IDX-GRUPO)
                               TO WRK-TAB-GRUPO-ITEM(WRK-IDX-GRUPO + 1).
      *
      *----------------------------------------------------------------*
       2420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA AVALIAR OS LIMITES DO PORTAO: QUANTIDADES DA    *
      *    COMPARACAO, ERROS/CONFLITOS DA NOITE NO RUNCTL E, SE A      *
      *    PUBLICACAO FICOU RETIDA, AS APROVACOES DO PLANPUBA          *
      *----------------------------------------------------------------*
       2500-AVALIAR-LIMITES            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ACU-QTD-INCLUIDOS      TO WRK-IND-QTD(1).
           MOVE ACU-QTD-EXCLUIDOS      TO WRK-IND-QTD(2).
           MOVE ACU-QTD-ALTERADOS      TO WRK-IND-QTD(3).
           MOVE ZEROS                  TO WRK-IND-QTD(4)
                                          WRK-IND-QTD(5).
      *
           PERFORM 2600-LER-CONTROLE.
      *
           PERFORM 2550-AVALIAR-INDICADOR
               VARYING WRK-IDX-INDICADOR FROM 1 BY 1
               UNTIL   WRK-IDX-INDICADOR GREATER THAN 5.
      *
           IF WRK-PUBLICACAO-RETIDA
               PERFORM 2700-LER-APROVACOES
           END-IF.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA AVALIAR UM INDICADOR CONTRA O SEU LIMITE. OS    *
      *    INDICADORES 4 E 5 DEPENDEM DO REGISTRO DA NOITE NO RUNCTL.  *
      *----------------------------------------------------------------*
       2550-AVALIAR-INDICADOR          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-IDX-INDICADOR       GREATER THAN 3)
               IF NOT WRK-TEM-RUNCTL
                   MOVE 'NAO VERIFICADO'
                               TO WRK-IND-SITUACAO(WRK-IDX-INDICADOR)
                   GO TO 2550-99-FIM
               END-IF
               IF ((WRK-IDX-INDICADOR  EQUAL 4) AND
                   (NOT WRK-ACHOU-ERROS))      OR
                  ((WRK-IDX-INDICADOR  EQUAL 5) AND
                   (NOT WRK-ACHOU-CONFLITOS))
                   MOVE 'SEM REGISTRO NOITE'
                               TO WRK-IND-SITUACAO(WRK-IDX-INDICADOR)
                   SET WRK-PUBLICACAO-RETIDA TO TRUE
                   GO TO 2550-99-FIM
               END-IF
           END-IF.
      *
           IF (WRK-IND-QTD(WRK-IDX-INDICADOR) GREATER THAN
               WRK-IND-LIMITE(WRK-IDX-INDICADOR))
               MOVE 'LIMITE EXCEDIDO'
                               TO WRK-IND-SITUACAO(WRK-IDX-INDICADOR)
               SET WRK-PUBLICACAO-RETIDA TO TRUE
           ELSE
               MOVE 'OK'       TO WRK-IND-SITUACAO(WRK-IDX-INDICADOR)
           END-IF.
      *
      *----------------------------------------------------------------*
       2550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER NO RUNCTL OS REGISTROS 'F' DA NOITE DO      *
      *    PLANCHK1 (ARQUIVO PLANCHKD = RANGES COM ERRO) E DO PLANNAC1 *
      *    (ARQUIVO PLANNCON = CONFLITOS). HAVENDO REEXECUCAO, VALE O  *
      *    ULTIMO REGISTRO DA NOITE.                                   *
      *----------------------------------------------------------------*
       2600-LER-CONTROLE               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'RUNCTL'               TO WRK-ERRLOG-ARQUIVO.
           OPEN INPUT RUNCTL.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           MOVE WRK-FS-RUNCTL          TO WRK-FS-ENTRADA.
           PERFORM 1040-TESTAR-FS-ENTRADA.
      *
           IF (WRK-FS-RUNCTL           EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': RUNCTL AUSENTE - '
                       'ERROS E CONFLITOS NAO VERIFICADOS ***'
               GO TO 2600-99-FIM
           END-IF.
      *
           SET WRK-TEM-RUNCTL          TO TRUE.
           PERFORM 2610-LER-REGISTRO-CONTROLE
               UNTIL WRK-FS-RUNCTL     EQUAL '10'.
           CLOSE RUNCTL.
      *
      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO RUNCTL                       *
      *----------------------------------------------------------------*
       2610-LER-REGISTRO-CONTROLE      SECTION.
      *----------------------------------------------------------------*
      *
           READ RUNCTL                 INTO WRK-AREA-RUNCTL.
      *
           IF (WRK-FS-RUNCTL           EQUAL '10')
               GO TO 2610-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           MOVE WRK-FS-RUNCTL          TO WRK-FS-ENTRADA.
           PERFORM 1040-TESTAR-FS-ENTRADA.
           ADD  1                      TO ACU-REG-LIDOS-RUNCTL.
      *
           IF (RUNCTLCP-TIPO           NOT EQUAL 'F') OR
              (RUNCTLCP-DATA           NOT EQUAL WRK-DATA-PROC)
               GO TO 2610-99-FIM
           END-IF.
      *
           IF (RUNCTLCP-PROGRAMA       EQUAL 'PLANCHK1') AND
              (RUNCTLCP-ARQUIVO        EQUAL 'PLANCHKD')
               SET WRK-ACHOU-ERROS     TO TRUE
               MOVE RUNCTLCP-QTD       TO WRK-IND-QTD(4)
           END-IF.
      *
           IF (RUNCTLCP-PROGRAMA       EQUAL 'PLANNAC1') AND
              (RUNCTLCP-ARQUIVO        EQUAL 'PLANNCON')
               SET WRK-ACHOU-CONFLITOS TO TRUE
               MOVE RUNCTLCP-QTD       TO WRK-IND-QTD(5)
           END-IF.
      *
      *----------------------------------------------------------------*
       2610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR NO PLANPUBA A APROVACAO DA NOITE       *
      *    RETIDA: MESMA DATA DE REFERENCIA, MESMA QUANTIDADE DE       *
      *    RANGES DO PLANNAC E ANALISTA INFORMADO                      *
      *----------------------------------------------------------------*
       2700-LER-APROVACOES             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'PLANPUBA'             TO WRK-ERRLOG-ARQUIVO.
           OPEN INPUT PLANPUBA.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           MOVE WRK-FS-PLANPUBA        TO WRK-FS-ENTRADA.
           PERFORM 1040-TESTAR-FS-ENTRADA.
      *
           IF (WRK-FS-PLANPUBA         EQUAL '35')
               GO TO 2700-99-FIM
           END-IF.
      *
           PERFORM 2710-LER-APROVACAO
               UNTIL WRK-FS-PLANPUBA   EQUAL '10'.
           CLOSE PLANPUBA.
      *
      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DE APROVACAO. APROVACAO DA      *
      *    NOITE QUE NAO CONFERE (QUANTIDADE DIFERENTE OU SEM          *
      *    ANALISTA) E IGNORADA E CONTADA.                             *
      *----------------------------------------------------------------*
       2710-LER-APROVACAO              SECTION.
      *----------------------------------------------------------------*
      *
           READ PLANPUBA               INTO WRK-AREA-PUBAPR.
      *
           IF (WRK-FS-PLANPUBA         EQUAL '10')
               GO TO 2710-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           MOVE WRK-FS-PLANPUBA        TO WRK-FS-ENTRADA.
           PERFORM 1040-TESTAR-FS-ENTRADA.
           ADD  1                      TO ACU-REG-LIDOS-PLANPUBA.
      *
           IF (PUBAPRCP-DATA-REFERENCIA NOT NUMERIC) OR
              (PUBAPRCP-DATA-REFERENCIA NOT EQUAL WRK-DATA-PROC)
               GO TO 2710-99-FIM
           END-IF.
      *
           IF (PUBAPRCP-QTD-PLANNAC    NOT NUMERIC) OR
              (PUBAPRCP-QTD-PLANNAC    NOT EQUAL ACU-QTD-PLANNAC) OR
              (PUBAPRCP-ANALISTA       EQUAL SPACES)
               ADD  1                  TO ACU-APROVACAO-INVALIDA
               DISPLAY '*** ' WRK-PROGRAMA ': APROVACAO DE '
                       PUBAPRCP-ANALISTA ' NAO CONFERE COM O '
                       'PLANNAC DA NOITE - IGNORADA ***'
               GO TO 2710-99-FIM
           END-IF.
      *
           SET WRK-PUBLICACAO-APROVADA TO TRUE.
           MOVE PUBAPRCP-ANALISTA      TO WRK-APR-ANALISTA.
           MOVE PUBAPRCP-NOME-ANALISTA TO WRK-APR-NOME.
      *
      *----------------------------------------------------------------*
       2710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR O RELATORIO DO PORTAO: INDICADORES,      *
      *    DECISAO E DIFERENCAS POR EOT + DDD                          *
      *----------------------------------------------------------------*
       2800-EMITIR-RELATORIO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DATA-EDITADA.
           STRING WRK-DATA-PROC-X(7:2) '/'
                  WRK-DATA-PROC-X(5:2) '/'
                  WRK-DATA-PROC-X(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-EDITADA.
           MOVE WRK-DATA-EDITADA       TO WRK-CB1-DATA.
      *
           WRITE FD-REG-PLANPUBR       FROM WRK-CAB-1.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-PLANPUBR.
           WRITE FD-REG-PLANPUBR       FROM WRK-LINHA-BRANCO.
           PERFORM 1060-TESTAR-FS-PLANPUBR.
           WRITE FD-REG-PLANPUBR       FROM WRK-CAB-2.
           PERFORM 1060-TESTAR-FS-PLANPUBR.
           ADD  3                      TO ACU-LINHAS-GRAVADAS.
      *
           PERFORM 2810-EMITIR-INDICADOR
               VARYING WRK-IDX-INDICADOR FROM 1 BY 1
               UNTIL   WRK-IDX-INDICADOR GREATER THAN 5.
      *
           MOVE ACU-QTD-PLANNAC        TO WRK-TOT-PLANNAC.
           MOVE ACU-QTD-BASE           TO WRK-TOT-BASE.
           WRITE FD-REG-PLANPUBR       FROM WRK-LINHA-BRANCO.
           PERFORM 1060-TESTAR-FS-PLANPUBR.
           WRITE FD-REG-PLANPUBR       FROM WRK-LIN-TOTAIS.
           PERFORM 1060-TESTAR-FS-PLANPUBR.
           ADD  2                      TO ACU-LINHAS-GRAVADAS.
      *
           PERFORM 2820-MONTAR-DECISAO.
           WRITE FD-REG-PLANPUBR       FROM WRK-LIN-DECISAO.
           PERFORM 1060-TESTAR-FS-PLANPUBR.
           WRITE FD-REG-PLANPUBR       FROM WRK-LINHA-BRANCO.
           PERFORM 1060-TESTAR-FS-PLANPUBR.
           ADD  2                      TO ACU-LINHAS-GRAVADAS.
      *
           IF (WRK-QTD-GRUPO           EQUAL ZERO)
               MOVE 'NENHUMA DIFERENCA EM RELACAO A ULTIMA PUBLICACAO.'
                                       TO WRK-AVI-TEXTO
               WRITE FD-REG-PLANPUBR   FROM WRK-LINHA-AVISO
               PERFORM 1060-TESTAR-FS-PLANPUBR
               ADD  1                  TO ACU-LINHAS-GRAVADAS
               GO TO 2800-99-FIM
           END-IF.
      *
           WRITE FD-REG-PLANPUBR       FROM WRK-CAB-3.
           PERFORM 1060-TESTAR-FS-PLANPUBR.
           ADD  1                      TO ACU-LINHAS-GRAVADAS.
      *
           PERFORM 2830-EMITIR-GRUPO
               VARYING WRK-IDX-GRUPO FROM 1 BY 1
               UNTIL   WRK-IDX-GRUPO GREATER THAN WRK-QTD-GRUPO.
      *
           MOVE 'TOTAL'                TO WRK-DGR-EOT.
           MOVE SPACES                 TO WRK-DGR-DDD.
           MOVE ACU-QTD-INCLUIDOS      TO WRK-DGR-INCLUIDOS.
           MOVE ACU-QTD-EXCLUIDOS      TO WRK-DGR-EXCLUIDOS.
           MOVE ACU-QTD-ALTERADOS      TO WRK-DGR-ALTERADOS.
           WRITE FD-REG-PLANPUBR       FROM WRK-LINHA-BRANCO.
           PERFORM 1060-TESTAR-FS-PLANPUBR.
           WRITE FD-REG-PLANPUBR       FROM WRK-DET-GRUPO.
           PERFORM 1060-TESTAR-FS-PLANPUBR.
           ADD  2                      TO ACU-LINHAS-GRAVADAS.
      *
      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR A LINHA DE UM INDICADOR                  *
      *----------------------------------------------------------------*
       2810-EMITIR-INDICADOR           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-IND-DESCRICAO(WRK-IDX-INDICADOR)
                                       TO WRK-LIN-DESCRICAO.
           MOVE WRK-IND-QTD(WRK-IDX-INDICADOR)
                                       TO WRK-LIN-QTD.
           MOVE WRK-IND-LIMITE(WRK-IDX-INDICADOR)
                                       TO WRK-LIN-LIMITE.
           MOVE WRK-IND-SITUACAO(WRK-IDX-INDICADOR)
                                       TO WRK-LIN-SITUACAO.
      *
           WRITE FD-REG-PLANPUBR       FROM WRK-LIN-INDICADOR.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-PLANPUBR.
           ADD  1                      TO ACU-LINHAS-GRAVADAS.
      *
      *----------------------------------------------------------------*
       2810-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR A LINHA DE DECISAO DO PORTAO. A NOITE    *
      *    RETIDA INFORMA OS DADOS QUE A APROVACAO DEVE TRAZER.        *
      *----------------------------------------------------------------*
       2820-MONTAR-DECISAO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-LIN-DECISAO.
      *
           IF NOT WRK-PUBLICACAO-RETIDA
               MOVE 'DECISAO: PUBLICACAO LIBERADA.'
                                       TO WRK-LIN-DECISAO
               GO TO 2820-99-FIM
           END-IF.
      *
           IF WRK-PUBLICACAO-APROVADA
               STRING 'DECISAO: PUBLICACAO RETIDA, LIBERADA POR '
                      'APROVACAO DO ANALISTA '
                      DELIMITED BY SIZE
                      WRK-APR-ANALISTA DELIMITED BY SPACE
                      ' - '            DELIMITED BY SIZE
                      WRK-APR-NOME     DELIMITED BY SIZE
                      INTO WRK-LIN-DECISAO
               GO TO 2820-99-FIM
           END-IF.
      *
           MOVE ACU-QTD-PLANNAC        TO WRK-QTD-EDITADA.
           STRING 'DECISAO: PUBLICACAO RETIDA. PARA LIBERAR, '
                  'INCLUIR NO PLANPUBA APROVACAO COM DATA-REFERENCIA '
                  DELIMITED BY SIZE
                  WRK-DATA-PROC-X      DELIMITED BY SIZE
                  ' E QTD-PLANNAC '    DELIMITED BY SIZE
                  WRK-QTD-EDITADA      DELIMITED BY SIZE
                  '.'                  DELIMITED BY SIZE
                  INTO WRK-LIN-DECISAO.
      *
      *----------------------------------------------------------------*
       2820-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR A LINHA DE UM GRUPO EOT + DDD            *
      *----------------------------------------------------------------*
       2830-EMITIR-GRUPO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-GRP-EOT(WRK-IDX-GRUPO) TO WRK-DGR-EOT.
           MOVE WRK-GRP-DDD(WRK-IDX-GRUPO) TO WRK-DGR-DDD.
           MOVE WRK-GRP-INCLUIDOS(WRK-IDX-GRUPO) TO WRK-DGR-INCLUIDOS.
           MOVE WRK-GRP-EXCLUIDOS(WRK-IDX-GRUPO) TO WRK-DGR-EXCLUIDOS.
           MOVE WRK-GRP-ALTERADOS(WRK-IDX-GRUPO) TO WRK-DGR-ALTERADOS.
      *
           WRITE FD-REG-PLANPUBR       FROM WRK-DET-GRUPO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-PLANPUBR.
           ADD  1                      TO ACU-LINHAS-GRAVADAS.
      *
      *----------------------------------------------------------------*
       2830-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO                                       *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-MODO-VERIFICAR
               CLOSE PLANNAC PLANPUBW PLANPUBD PLANPUBR
               MOVE WRK-FECHAMENTO     TO WRK-OPERACAO
               PERFORM 1010-TESTAR-FS-PLANNAC
               PERFORM 1030-TESTAR-FS-PLANPUBW
               PERFORM 1050-TESTAR-FS-PLANPUBD
               PERFORM 1060-TESTAR-FS-PLANPUBR
               IF WRK-TEM-BASE
                   CLOSE PLANPUBL
               END-IF
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
           DISPLAY '* PLANPUB1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           IF WRK-MODO-PUBLICADO
               DISPLAY '* PLANPUBL |  O  | COPIADOS      | '
               ACU-QTD-COPIADOS '     *'
           ELSE
               DISPLAY '* PLANNAC  |  I  | TOTAL REG.    | '
               ACU-QTD-PLANNAC '     *'
               DISPLAY '* PLANPUBL |  I  | TOTAL REG.    | '
               ACU-QTD-BASE '     *'
               DISPLAY '* PLANPUBD |  O  | INCLUIDOS     | '
               ACU-QTD-INCLUIDOS '     *'
               DISPLAY '* PLANPUBD |  O  | EXCLUIDOS     | '
               ACU-QTD-EXCLUIDOS '     *'
               DISPLAY '* PLANPUBD |  O  | ALTERADOS     | '
               ACU-QTD-ALTERADOS '     *'
               DISPLAY '* RUNCTL   |  I  | TOTAL REG.    | '
               ACU-REG-LIDOS-RUNCTL '     *'
               DISPLAY '* PLANPUBA |  I  | TOTAL REG.    | '
               ACU-REG-LIDOS-PLANPUBA '     *'
               DISPLAY '* PLANPUBA |  I  | NAO CONFERE   | '
               ACU-APROVACAO-INVALIDA '     *'
               DISPLAY '* PLANPUBR |  O  | TOTAL LINHAS  | '
               ACU-LINHAS-GRAVADAS '     *'
               IF WRK-PUBLICACAO-RETIDA AND
                  NOT WRK-PUBLICACAO-APROVADA
                   DISPLAY '*        *** PUBLICACAO RETIDA ***'
                           '               *'
               END-IF
           END-IF.
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
           IF WRK-PUBLICACAO-RETIDA
               IF WRK-PUBLICACAO-APROVADA
                   MOVE 4              TO RETURN-CODE
               ELSE
                   MOVE 8              TO RETURN-CODE
               END-IF
           END-IF.
      *
           STOP RUN.
      *
      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    MODO 'P' (EXECUTADO DEPOIS DA DISTRIBUICAO): A IMAGEM DA    *
      *    NOITE (PLANPUBW) PASSA A SER A COPIA DA ULTIMA PUBLICACAO   *
      *    (PLANPUBL), BASE DA PROXIMA COMPARACAO                      *
      *----------------------------------------------------------------*
       4000-ATUALIZAR-PUBLICACAO       SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  PLANPUBW.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-PLANPUBW.
      *
           MOVE 'PLANPUBL'             TO WRK-ERRLOG-ARQUIVO.
           OPEN OUTPUT PLANPUBL.
           MOVE WRK-FS-PLANPUBL        TO WRK-FS-ENTRADA.
           PERFORM 1040-TESTAR-FS-ENTRADA.
      *
           PERFORM 4010-COPIAR-REGISTRO
               UNTIL WRK-FS-PLANPUBW   EQUAL '10'.
      *
           CLOSE PLANPUBW PLANPUBL.
      *
      *----------------------------------------------------------------*
       4000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO PLANPUBW E GRAVA-LO NO       *
      *    PLANPUBL                                                    *
      *----------------------------------------------------------------*
       4010-COPIAR-REGISTRO            SECTION.
      *----------------------------------------------------------------*
      *
           READ PLANPUBW.
      *
           IF (WRK-FS-PLANPUBW         NOT EQUAL '10')
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1030-TESTAR-FS-PLANPUBW
               MOVE FD-REG-PLANPUBW    TO FD-REG-PLANPUBL
               WRITE FD-REG-PLANPUBL
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               MOVE WRK-FS-PLANPUBL    TO WRK-FS-ENTRADA
               PERFORM 1040-TESTAR-FS-ENTRADA
               ADD  1                  TO ACU-QTD-COPIADOS
           END-IF.
      *
      *----------------------------------------------------------------*
       4010-99-FIM.                    EXIT.
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
