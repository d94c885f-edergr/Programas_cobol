      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. MNTSUB01.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  MNTSUB01                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  SUBMISSAO DE LOTE DE MOVIMENTO DE            *
      *                   MANUTENCAO DE CADASTRO MESTRE A APROVACAO    *
      *                   (PRIMEIRA METADE DA DUPLA APROVACAO): CALCULA*
      *                   A ASSINATURA DE CONTEUDO DO MOVIMENTO        *
      *                   (QUANTIDADE + HASH) E ACRESCENTA AO MNTPEND  *
      *                   UM LOTE PENDENTE COM O USUARIO PREPARADOR.   *
      *                   SO SUBMETE QUEM TEM ALCADA DE PREPARADOR     *
      *                   PARA O PROGRAMA NO MNTAUTH. O LOTE SO PODE   *
      *                   SER APLICADO DEPOIS DE APROVADO POR OUTRO    *
      *                   USUARIO NO MNTAPR01.                         *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  MNTMOVTO                    (VIDE FD)         *
      *                  MNTAUTH                     MNTAUTCP          *
      *                  MNTPEND                     MNTPNDCP          *
      *                  AUDITMNT                    MNTAUDCP          *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: MNTMOVTO - MOVIMENTO A SUBMETER, EXATAMENTE   *
      *                             COMO SERA LIDO PELO PROGRAMA DE    *
      *                             MANUTENCAO (EOTMOVTO, LOCMOVTO OU  *
      *                             PORTMOVT). PARA O EOTMRG01, UMA    *
      *                             LINHA COM EOT DOADOR (3), EOT      *
      *                             SUCESSOR (3) E DATA DE EFEITO      *
      *                             (AAAAMMDD), OS MESMOS VALORES DOS  *
      *                             PARAMETROS EOTMERGE_*              *
      *                  MNTAUTH  - ALCADAS DE PREPARACAO/APROVACAO    *
      *                             POR USUARIO E PROGRAMA             *
      *                  MNTPEND  - LOTES SUBMETIDOS (ACRESCIDO; CRIADO*
      *                             NA PRIMEIRA SUBMISSAO)             *
      *                  AUDITMNT - TRILHA DE AUDITORIA DE MANUTENCAO: *
      *                             UMA LINHA 'I' POR LOTE SUBMETIDO   *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: MNTSUB01_PROGRAMA - PROGRAMA DE MANUTENCAO    *
      *                                      DESTINO DO LOTE           *
      *                                      (EOTMNT01, LOCMNT01,      *
      *                                      PORTMNT1 OU EOTMRG01),    *
      *                                      OBRIGATORIO               *
      *----------------------------------------------------------------*
      *    RETURN-CODE.: 00 - LOTE SUBMETIDO                           *
      *                  08 - SUBMISSAO RECUSADA: PARAMETRO INVALIDO,  *
      *                       USUARIO SEM ALCADA DE PREPARADOR,        *
      *                       MOVIMENTO VAZIO OU LOTE DE MESMO         *
      *                       CONTEUDO JA PENDENTE/APROVADO            *
      *                  16 - ERRO DE ARQUIVO                          *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DA SUBMISSAO DE LOTES A  *
      *                        APROVACAO.                              *
      *    15/10/2026 EGR      O PESO DE CADA CARACTER NO HASH DA      *
      *                        ASSINATURA PASSOU A CONSIDERAR TAMBEM O *
      *                        NUMERO DO REGISTRO (POSICAO + 250 POR   *
      *                        REGISTRO ANTERIOR), IGUAL NOS PROGRAMAS *
      *                        QUE CONFEREM O LOTE: REGISTROS EM OUTRA *
      *                        ORDEM OU COM CONTEUDO TROCADO ENTRE SI  *
      *                        MUDAM O HASH. LOTE SUBMETIDO ANTES      *
      *                        DESTA VERSAO PRECISA SER SUBMETIDO DE   *
      *                        NOVO.                                   *
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
           SELECT MNTMOVTO             ASSIGN
           TO DYNAMIC                  WRK-PATH-MNTMOVTO
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-MNTMOVTO.
      *
           SELECT MNTAUTH              ASSIGN
           TO DYNAMIC                  WRK-PATH-MNTAUTH
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-MNTAUTH.
      *
           SELECT MNTPEND              ASSIGN
           TO DYNAMIC                  WRK-PATH-MNTPEND
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-MNTPEND.
      *
           SELECT AUDITMNT             ASSIGN
           TO DYNAMIC                  WRK-PATH-AUDITMNT
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-AUDITMNT.
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
      *    ENTRADA......: MOVIMENTO DE MANUTENCAO A SUBMETER           *
      *----------------------------------------------------------------*
       FD  MNTMOVTO
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-MNTMOVTO             PIC  X(250).
      *----------------------------------------------------------------*
      *    ENTRADA......: ALCADAS DE MANUTENCAO (MNTAUTCP)             *
      *----------------------------------------------------------------*
       FD  MNTAUTH
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-MNTAUTH              PIC  X(060).
      *----------------------------------------------------------------*
      *    I-O..........: LOTES SUBMETIDOS A APROVACAO (MNTPNDCP)      *
      *----------------------------------------------------------------*
       FD  MNTPEND
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-MNTPEND              PIC  X(080).
      *----------------------------------------------------------------*
      *    OUTPUT.....: TRILHA DE AUDITORIA DE MANUTENCAO (MNTAUDCP)   *
      *----------------------------------------------------------------*
       FD  AUDITMNT
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-AUDITMNT              PIC  X(190).
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
           '*** MNTSUB01 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-MOVTO-LIDOS     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-ALCADAS-LIDAS   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LOTES-LIDOS     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LOTES-GRAVADOS  PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CONTROLE DA SUBMISSAO ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-SUBMISSAO.
           05  WRK-PROGRAMA-DESTINO    PIC  X(008) VALUE SPACES.
               88  WRK-PROGRAMA-VALIDO             VALUE 'EOTMNT01'
                                                         'LOCMNT01'
                                                         'PORTMNT1'
                                                         'EOTMRG01'.
           05  WRK-USUARIO             PIC  X(008) VALUE SPACES.
           05  WRK-ULTIMO-LOTE         PIC  9(006) VALUE ZEROS.
           05  WRK-LOTE-EXISTENTE      PIC  9(006) VALUE ZEROS.
           05  WRK-SITUACAO-EXISTENTE  PIC  X(001) VALUE SPACES.
           05  WRK-FLAG-PREPARADOR     PIC  X(001) VALUE SPACES.
               88  WRK-USUARIO-PREPARADOR          VALUE 'S'.
           05  WRK-FLAG-JA-SUBMETIDO   PIC  X(001) VALUE SPACES.
               88  WRK-LOTE-JA-SUBMETIDO           VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA ASSINATURA DE CONTEUDO ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-ASSINATURA.
           05  WRK-ASS-QTD             PIC  9(009) VALUE ZEROS.
           05  WRK-ASS-HASH            PIC  9(015) COMP-3 VALUE ZEROS.
           05  WRK-ASS-REGISTRO        PIC  X(250) VALUE SPACES.
           05  WRK-ASS-TAMANHO         PIC  9(003) COMP VALUE 250.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'MNTSUB01'.
           05  WRK-FS-MNTMOVTO         PIC  X(002) VALUE SPACES.
           05  WRK-FS-MNTAUTH          PIC  X(002) VALUE SPACES.
           05  WRK-FS-MNTPEND          PIC  X(002) VALUE SPACES.
           05  WRK-FS-AUDITMNT         PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-MNTMOVTO       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\MNTMOVTO.dat'.
           05  WRK-PATH-MNTAUTH        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\MNTAUTH.dat'.
           05  WRK-PATH-MNTPEND        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\MNTPEND.dat'.
           05  WRK-PATH-AUDITMNT       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\AUDITMNT.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DE ALCADAS (MNTAUTH) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-MNTAUT.
           COPY MNTAUTCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DE LOTES (MNTPEND) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-MNTPND.
           COPY MNTPNDCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO LOG DE EXCECAO/ABEND (ERRLOG) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-ERRLOG.
           COPY ERRLOGCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA TRILHA DE AUDITORIA (AUDITMNT) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-AUDITMNT.
           COPY MNTAUDCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** MNTSUB01 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CALCULAR-ASSINATURA.
           PERFORM 2000-VERIFICAR-LOTES.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: OBTEM O PROGRAMA DESTINO E O       *
      *    USUARIO DO AMBIENTE E CONFERE A ALCADA DE PREPARADOR        *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-OBTER-USUARIO.
      *
           IF NOT WRK-PROGRAMA-VALIDO
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  PARAMETRO OBRIGATORIO AUSENTE OU  *'
               DISPLAY '*  INVALIDO: MNTSUB01_PROGRAMA       *'
               DISPLAY '*  (EOTMNT01/LOCMNT01/PORTMNT1/      *'
               DISPLAY '*  EOTMRG01)                         *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           PERFORM 1050-VERIFICAR-ALCADA.
      *
           IF NOT WRK-USUARIO-PREPARADOR
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  USUARIO SEM ALCADA DE PREPARADOR  *'
               DISPLAY '*  USUARIO....: ' WRK-USUARIO
                                          '             *'
               DISPLAY '*  PROGRAMA...: ' WRK-PROGRAMA-DESTINO
                                          '             *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'MNTMOVTO_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-MNTMOVTO
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'MNTAUTH_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-MNTAUTH
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'MNTPEND_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-MNTPEND
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'AUDITMNT_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-AUDITMNT
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
                                           'MNTSUB01_PROGRAMA'.
           INSPECT WRK-ENV-VALOR       CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE WRK-ENV-VALOR(1:8)     TO WRK-PROGRAMA-DESTINO.
      *
      *----------------------------------------------------------------*
       1005-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER O USUARIO DO AMBIENTE, NO MESMO CRITERIO  *
      *    DA TRILHA DE AUDITORIA DOS PROGRAMAS DE MANUTENCAO          *
      *----------------------------------------------------------------*
       1008-OBTER-USUARIO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'LOGNAME'.
           IF (WRK-ENV-VALOR           EQUAL SPACES)
               ACCEPT WRK-ENV-VALOR    FROM ENVIRONMENT 'USER'
           END-IF.
           IF (WRK-ENV-VALOR           EQUAL SPACES)
               MOVE 'DESCONH.'         TO WRK-USUARIO
           ELSE
               MOVE WRK-ENV-VALOR(1:8) TO WRK-USUARIO
           END-IF.
      *
      *----------------------------------------------------------------*
       1008-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFERIR NO MNTAUTH SE O USUARIO PODE PREPARAR  *
      *    LOTES DO PROGRAMA DESTINO. SEM O MNTAUTH NINGUEM TEM ALCADA.*
      *----------------------------------------------------------------*
       1050-VERIFICAR-ALCADA           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-PREPARADOR.
      *
           OPEN INPUT MNTAUTH.
           IF (WRK-FS-MNTAUTH          EQUAL '35')
               GO TO 1050-99-FIM
           END-IF.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-MNTAUTH.
      *
           PERFORM 1055-LER-ALCADA
               UNTIL WRK-FS-MNTAUTH EQUAL '10'.
      *
           CLOSE MNTAUTH.
      *
      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UMA ALCADA DO MNTAUTH                       *
      *----------------------------------------------------------------*
       1055-LER-ALCADA                 SECTION.
      *----------------------------------------------------------------*
      *
           READ MNTAUTH                INTO WRK-AREA-MNTAUT.
      *
           IF (WRK-FS-MNTAUTH          EQUAL '10')
               GO TO 1055-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-MNTAUTH.
           ADD  1                      TO ACU-REG-ALCADAS-LIDAS.
      *
           IF (MNTAUTCP-USUARIO        EQUAL WRK-USUARIO)          AND
              (MNTAUTCP-PROGRAMA       EQUAL WRK-PROGRAMA-DESTINO) AND
              (MNTAUTCP-PREPARA        EQUAL 'S')
               SET WRK-USUARIO-PREPARADOR TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       1055-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO MNTAUTH           *
      *----------------------------------------------------------------*
       1060-TESTAR-FS-MNTAUTH          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-MNTAUTH          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              MNTAUTH               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-MNTAUTH
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'MNTAUTH'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-MNTAUTH   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO MNTMOVTO          *
      *----------------------------------------------------------------*
       1070-TESTAR-FS-MNTMOVTO         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-MNTMOVTO         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              MNTMOVTO              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-MNTMOVTO
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'MNTMOVTO'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-MNTMOVTO  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO AUDITMNT          *
      *----------------------------------------------------------------*
       1080-TESTAR-FS-AUDITMNT         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-AUDITMNT         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              AUDITMNT              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-AUDITMNT
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'AUDITMNT'    TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-AUDITMNT  TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1080-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CALCULAR A ASSINATURA DE CONTEUDO DO MOVIMENTO  *
      *    (QUANTIDADE DE REGISTROS + HASH), NO MESMO CRITERIO USADO   *
      *    PELOS PROGRAMAS DE MANUTENCAO AO CONFERIR O LOTE APROVADO.  *
      *    MOVIMENTO VAZIO NAO E SUBMETIDO.                            *
      *----------------------------------------------------------------*
       1100-CALCULAR-ASSINATURA        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-ASS-QTD
                                          WRK-ASS-HASH.
      *
           OPEN INPUT MNTMOVTO.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-MNTMOVTO.
      *
           PERFORM 1101-SOMAR-ASSINATURA
               UNTIL WRK-FS-MNTMOVTO EQUAL '10'.
      *
           CLOSE MNTMOVTO.
      *
           IF (WRK-ASS-QTD             EQUAL ZERO)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  MOVIMENTO VAZIO - NADA A SUBMETER *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR UM REGISTRO DO MOVIMENTO NA ASSINATURA    *
      *----------------------------------------------------------------*
       1101-SOMAR-ASSINATURA           SECTION.
      *----------------------------------------------------------------*
      *
           READ MNTMOVTO.
      *
           IF (WRK-FS-MNTMOVTO         EQUAL '10')
               GO TO 1101-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-MNTMOVTO.
           ADD  1                      TO ACU-REG-MOVTO-LIDOS
                                          WRK-ASS-QTD.
      *
           MOVE FD-REG-MNTMOVTO        TO WRK-ASS-REGISTRO.
           PERFORM 1102-SOMAR-CARACTERE
               VARYING WRK-ASS-POS FROM 1 BY 1
               UNTIL   WRK-ASS-POS GREATER THAN WRK-ASS-TAMANHO.
      *
      *----------------------------------------------------------------*
       1101-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR UM CARACTER DO REGISTRO NO HASH: CODIGO   *
      *    DO CARACTER (WRK-TAB-CARACTERES) VEZES O PESO DA POSICAO    *
      *    NO MOVIMENTO (POSICAO NO REGISTRO MAIS 250 POR REGISTRO     *
      *    ANTERIOR, PARA TROCA DE ORDEM OU DE CONTEUDO ENTRE          *
      *    REGISTROS MUDAR O HASH). BRANCO NAO CONTA E A LARGURA 250   *
      *    E FIXA, DE MODO QUE O HASH NAO DEPENDE DO TAMANHO DO        *
      *    REGISTRO DE QUEM LE O MOVIMENTO.                            *
      *----------------------------------------------------------------*
       1102-SOMAR-CARACTERE            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ASS-REGISTRO(WRK-ASS-POS:1) TO WRK-ASS-CARACTER.
      *
           IF (WRK-ASS-CARACTER        EQUAL SPACE)
               GO TO 1102-99-FIM
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
       1102-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM LOTE DO MNTPEND: GUARDA O MAIOR NUMERO   *
      *    DE LOTE E MARCA SE JA HA LOTE PENDENTE OU APROVADO DO       *
      *    MESMO PROGRAMA COM A MESMA ASSINATURA                       *
      *----------------------------------------------------------------*
       1103-PROCURAR-LOTE              SECTION.
      *----------------------------------------------------------------*
      *
           READ MNTPEND                INTO WRK-AREA-MNTPND.
      *
           IF (WRK-FS-MNTPEND          EQUAL '10')
               GO TO 1103-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1104-TESTAR-FS-MNTPEND.
           ADD  1                      TO ACU-REG-LOTES-LIDOS.
      *
           IF (MNTPNDCP-LOTE           GREATER THAN WRK-ULTIMO-LOTE)
               MOVE MNTPNDCP-LOTE      TO WRK-ULTIMO-LOTE
           END-IF.
      *
           IF (MNTPNDCP-PROGRAMA       EQUAL WRK-PROGRAMA-DESTINO) AND
              (MNTPNDCP-QTD            EQUAL WRK-ASS-QTD)          AND
              (MNTPNDCP-HASH           EQUAL WRK-ASS-HASH)         AND
              (MNTPNDCP-PENDENTE OR MNTPNDCP-APROVADO)
               SET WRK-LOTE-JA-SUBMETIDO TO TRUE
               MOVE MNTPNDCP-LOTE      TO WRK-LOTE-EXISTENTE
               MOVE MNTPNDCP-SITUACAO  TO WRK-SITUACAO-EXISTENTE
           END-IF.
      *
      *----------------------------------------------------------------*
       1103-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO MNTPEND. O FS     *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO: PRIMEIRA SUBMISSAO.  *
      *----------------------------------------------------------------*
       1104-TESTAR-FS-MNTPEND          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-MNTPEND          NOT EQUAL '00') AND
              (WRK-FS-MNTPEND          NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              MNTPEND               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-MNTPEND
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'MNTPEND'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-MNTPEND   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1104-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PERCORRER O MNTPEND: NUMERO DO PROXIMO LOTE E   *
      *    RECUSA DE LOTE DE MESMO CONTEUDO JA PENDENTE OU APROVADO    *
      *    (UM LOTE RECUSADO PODE SER SUBMETIDO DE NOVO)               *
      *----------------------------------------------------------------*
       2000-VERIFICAR-LOTES            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-ULTIMO-LOTE.
           MOVE SPACES                 TO WRK-FLAG-JA-SUBMETIDO.
      *
           OPEN INPUT MNTPEND.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1104-TESTAR-FS-MNTPEND.
      *
           IF (WRK-FS-MNTPEND          NOT EQUAL '35')
               PERFORM 1103-PROCURAR-LOTE
                   UNTIL WRK-FS-MNTPEND EQUAL '10'
               CLOSE MNTPEND
           END-IF.
      *
           IF WRK-LOTE-JA-SUBMETIDO
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  LOTE DE MESMO CONTEUDO JA         *'
               DISPLAY '*  SUBMETIDO - SUBMISSAO RECUSADA    *'
               DISPLAY '*  PROGRAMA...: ' WRK-PROGRAMA-DESTINO
                                          '             *'
               DISPLAY '*  LOTE.......: ' WRK-LOTE-EXISTENTE
                                          '               *'
               DISPLAY '*  SITUACAO...: ' WRK-SITUACAO-EXISTENTE
                                          '                    *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO: ACRESCENTA O LOTE PENDENTE AO        *
      *    MNTPEND, REGISTRA A SUBMISSAO NA TRILHA DE AUDITORIA E      *
      *    EXIBE A ASSINATURA PARA CONFERENCIA DO APROVADOR            *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO MNTPNDCP-REGISTRO.
           MOVE WRK-PROGRAMA-DESTINO   TO MNTPNDCP-PROGRAMA.
           ADD  1                      TO WRK-ULTIMO-LOTE.
           MOVE WRK-ULTIMO-LOTE        TO MNTPNDCP-LOTE.
           MOVE WRK-USUARIO            TO MNTPNDCP-PREPARADOR.
           ACCEPT MNTPNDCP-DATA-SUBMISSAO FROM DATE YYYYMMDD.
           ACCEPT MNTPNDCP-HORA-SUBMISSAO FROM TIME.
           MOVE WRK-ASS-QTD            TO MNTPNDCP-QTD.
           MOVE WRK-ASS-HASH           TO MNTPNDCP-HASH.
           SET MNTPNDCP-PENDENTE       TO TRUE.
      *
           OPEN EXTEND MNTPEND.
           IF (WRK-FS-MNTPEND          EQUAL '35') OR
              (WRK-FS-MNTPEND          EQUAL '05')
               OPEN OUTPUT MNTPEND
           END-IF.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1104-TESTAR-FS-MNTPEND.
      *
           WRITE FD-REG-MNTPEND        FROM MNTPNDCP-REGISTRO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1104-TESTAR-FS-MNTPEND.
           ADD  1                      TO ACU-REG-LOTES-GRAVADOS.
      *
           CLOSE MNTPEND.
      *
           PERFORM 3050-GRAVAR-AUDITORIA.
      *
           DISPLAY '************** ' WRK-PROGRAMA ' **************'.
           DISPLAY '*  LOTE SUBMETIDO A APROVACAO        *'.
           DISPLAY '*  PROGRAMA...: ' MNTPNDCP-PROGRAMA
                                      '             *'.
           DISPLAY '*  LOTE.......: ' MNTPNDCP-LOTE
                                      '               *'.
           DISPLAY '*  PREPARADOR.: ' MNTPNDCP-PREPARADOR
                                      '             *'.
           DISPLAY '*  QUANTIDADE.: ' MNTPNDCP-QTD
                                      '            *'.
           DISPLAY '*  HASH.......: ' MNTPNDCP-HASH
                                      '      *'.
           DISPLAY '************** ' WRK-PROGRAMA ' **************'.
      *
           PERFORM 3100-EMITIR-ESTATISTICAS.
           PERFORM 3200-TERMINAR-PROCESSO.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ACRESCENTAR A TRILHA DE AUDITORIA A SUBMISSAO   *
      *    DO LOTE (ACAO 'I', CHAVE = PROGRAMA + LOTE)                 *
      *----------------------------------------------------------------*
       3050-GRAVAR-AUDITORIA           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND AUDITMNT.
           IF (WRK-FS-AUDITMNT         EQUAL '35') OR
              (WRK-FS-AUDITMNT         EQUAL '05')
               OPEN OUTPUT AUDITMNT
           END-IF.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1080-TESTAR-FS-AUDITMNT.
      *
           MOVE WRK-PROGRAMA           TO MNTAUDCP-PROGRAMA.
           ACCEPT MNTAUDCP-DATA        FROM DATE YYYYMMDD.
           ACCEPT MNTAUDCP-HORA        FROM TIME.
           MOVE WRK-USUARIO            TO MNTAUDCP-USUARIO.
           MOVE 'I'                    TO MNTAUDCP-ACAO.
           MOVE SPACES                 TO MNTAUDCP-CHAVE.
           MOVE MNTPNDCP-PROGRAMA      TO MNTAUDCP-CHAVE(1:8).
           MOVE MNTPNDCP-LOTE          TO MNTAUDCP-CHAVE(9:6).
           MOVE SPACES                 TO MNTAUDCP-IMAGEM-ANTES.
           MOVE MNTPNDCP-REGISTRO      TO MNTAUDCP-IMAGEM-DEPOIS.
      *
           WRITE FD-REG-AUDITMNT       FROM MNTAUDCP-REGISTRO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1080-TESTAR-FS-AUDITMNT.
      *
           CLOSE AUDITMNT.
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
           DISPLAY '* MNTSUB01 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* MNTMOVTO |  I  | TOTAL REG.    | '
           ACU-REG-MOVTO-LIDOS '     *'.
           DISPLAY '* MNTAUTH  |  I  | TOTAL REG.    | '
           ACU-REG-ALCADAS-LIDAS '     *'.
           DISPLAY '* MNTPEND  |  I  | TOTAL REG.    | '
           ACU-REG-LOTES-LIDOS '     *'.
           DISPLAY '* MNTPEND  |  O  | LOTES NOVOS   | '
           ACU-REG-LOTES-GRAVADOS '     *'.
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
      *
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
