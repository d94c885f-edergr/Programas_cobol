      *                  EOTMOVTO                    (VIDE FD)         *
      *                  EOTMASTN                    EOTMSTCP          *
      *                  EOTMREJ                     (VIDE FD)         *
      *                  MNTPEND                     MNTPNDCP          *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: EOTMAST  - CADASTRO MESTRE DE OPERADORAS      *
      *                             INVALIDA, INCLUSAO DE EOT JA       *
      *                             EXISTENTE, ALTERACAO/EXCLUSAO DE   *
      *                             EOT INEXISTENTE, CAMPOS INVALIDOS) *
      *                  MNTPEND  - LOTES SUBMETIDOS A APROVACAO       *
      *                             (MNTSUB01/MNTAPR01): O MOVIMENTO   *
      *                             SO E APLICADO SE A SUA ASSINATURA  *
      *                             (QTD + HASH) CONFERIR COM UM LOTE  *
      *                             APROVADO DESTE PROGRAMA            *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *                        ACRESCENTA UMA LINHA COM DATA/HORA,     *
      *                        USUARIO DO AMBIENTE, ACAO E AS IMAGENS  *
      *                        ANTES E DEPOIS DO REGISTRO.             *
      *    15/10/2026 EGR      DUPLA APROVACAO DA MANUTENCAO: O        *
      *                        MOVIMENTO SO E APLICADO SE CONFERIR     *
      *                        (QUANTIDADE + HASH) COM UM LOTE         *
      *                        SUBMETIDO PELO MNTSUB01 E APROVADO POR  *
      *                        OUTRO USUARIO NO MNTAPR01 (MNTPEND);    *
      *                        SEM ISSO TERMINA COM RC 8 SEM TOCAR O   *
      *                        MESTRE.                                 *
      *    15/10/2026 EGR      O PESO DE CADA CARACTER NO HASH DA      *
      *                        ASSINATURA PASSOU A CONSIDERAR TAMBEM O *
      *                        NUMERO DO REGISTRO (POSICAO + 250 POR   *
      *                        REGISTRO ANTERIOR), IGUAL AO DO         *
      *                        MNTSUB01: REGISTROS EM OUTRA ORDEM OU   *
      *                        COM CONTEUDO TROCADO ENTRE SI MUDAM O   *
      *                        HASH. LOTE SUBMETIDO ANTES DESTA VERSAO *
      *                        PRECISA SER SUBMETIDO DE NOVO.          *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           TO DYNAMIC                  WRK-PATH-AUDITMNT
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-AUDITMNT.
      *
           SELECT MNTPEND              ASSIGN
           TO DYNAMIC                  WRK-PATH-MNTPEND
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-MNTPEND.
      *
           SELECT ERRLOG               ASSIGN
           TO DYNAMIC                  WRK-PATH-ERRLOG
      *
       01  FD-REG-AUDITMNT              PIC  X(190).
      *----------------------------------------------------------------*
      *    ENTRADA......: LOTES DE MOVIMENTO SUBMETIDOS (MNTPNDCP)     *
      *----------------------------------------------------------------*
       FD  MNTPEND
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-MNTPEND              PIC  X(080).
      *----------------------------------------------------------------*
      *    OUTPUT.....: LOG DE EXCECAO/ABEND COMPARTILHADO (ERRLOGCP)  *
      *----------------------------------------------------------------*
       FD  ERRLOG
           05  WRK-FS-EOTMASTN         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EOTMREJ          PIC  X(002) VALUE SPACES.
           05  WRK-FS-AUDITMNT         PIC  X(002) VALUE SPACES.
           05  WRK-FS-MNTPEND          PIC  X(002) VALUE SPACES.
           05  WRK-FS-ERRLOG           PIC  X(002) VALUE SPACES.
           05  WRK-USUARIO             PIC  X(008) VALUE SPACES.
           05  WRK-ERRLOG-ARQUIVO      PIC  X(008) VALUE SPACES.
               '\home\ederrodrigues\Documentos\AUDITMNT.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-PATH-MNTPEND        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\MNTPEND.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
               ==EOTMSTCP-CNPJ==            BY ==EOTMOV-CNPJ==
               ==EOTMSTCP-MODALIDADE==      BY ==EOTMOV-MODALIDADE==
               ==EOTMSTCP-ATIVO==           BY ==EOTMOV-ATIVO==.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA CONFERENCIA DO LOTE APROVADO ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-APROVACAO.
           05  WRK-FLAG-LOTE-APROVACAO PIC  X(001) VALUE SPACES.
               88  WRK-LOTE-ENCONTRADO             VALUE 'S'.
           05  WRK-LOTE-CONFERIDO      PIC  X(080) VALUE SPACES.
           05  WRK-MSG-APROVACAO       PIC  X(033) VALUE SPACES.
           05  WRK-ASS-HASH-ED         PIC  9(015) VALUE ZEROS.
      *
       01  WRK-AREA-ASSINATURA.
           05  WRK-ASS-QTD             PIC  9(009) VALUE ZEROS.
           05  WRK-ASS-HASH            PIC  9(015) COMP-3 VALUE ZEROS.
           05  WRK-ASS-REGISTRO        PIC  X(061) VALUE SPACES.
           05  WRK-ASS-TAMANHO         PIC  9(003) COMP VALUE 61.
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
           '*** AREA PARA O BOOK DE LOTES (MNTPEND) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-MNTPND.
           COPY MNTPNDCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO LOG DE EXCECAO/ABEND (ERRLOG) ***'.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1100-VERIFICAR-APROVACAO.
      *
           OPEN INPUT EOTMOVTO
                OUTPUT EOTMASTN EOTMREJ.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-AUDITMNT
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'MNTPEND_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-MNTPEND
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'ERRLOG_PATH'.
      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFERIR SE O MOVIMENTO FOI SUBMETIDO E         *
      *    APROVADO (MNTSUB01/MNTAPR01): CALCULA A ASSINATURA DE       *
      *    CONTEUDO DO EOTMOVTO E PROCURA NO MNTPEND UM LOTE DESTE     *
      *    PROGRAMA COM A MESMA ASSINATURA (VALE O ULTIMO). SEM LOTE   *
      *    APROVADO O MOVIMENTO NAO E APLICADO.                        *
      *----------------------------------------------------------------*
       1100-VERIFICAR-APROVACAO        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-ASS-QTD
                                          WRK-ASS-HASH.
      *
           OPEN INPUT EOTMOVTO.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-EOTMOVTO.
      *
           PERFORM 1101-SOMAR-ASSINATURA
               UNTIL WRK-FS-EOTMOVTO EQUAL '10'.
      *
           CLOSE EOTMOVTO.
      *
           MOVE SPACES                 TO WRK-FLAG-LOTE-APROVACAO
                                          WRK-LOTE-CONFERIDO.
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
           MOVE WRK-LOTE-CONFERIDO     TO MNTPNDCP-REGISTRO.
           MOVE WRK-ASS-HASH           TO WRK-ASS-HASH-ED.
      *
           EVALUATE TRUE
               WHEN NOT WRK-LOTE-ENCONTRADO
                   MOVE 'LOTE NAO SUBMETIDO OU ALTERADO'
                                       TO WRK-MSG-APROVACAO
               WHEN MNTPNDCP-PENDENTE
                   MOVE 'LOTE AGUARDANDO APROVACAO'
                                       TO WRK-MSG-APROVACAO
               WHEN MNTPNDCP-RECUSADO
                   MOVE 'LOTE RECUSADO PELO APROVADOR'
                                       TO WRK-MSG-APROVACAO
               WHEN OTHER
                   DISPLAY '************** ' WRK-PROGRAMA
                           ' **************'
                   DISPLAY '*  LOTE APROVADO CONFERIDO           *'
                   DISPLAY '*  LOTE.......: ' MNTPNDCP-LOTE
                                              '               *'
                   DISPLAY '*  PREPARADOR.: ' MNTPNDCP-PREPARADOR
                                              '             *'
                   DISPLAY '*  APROVADOR..: ' MNTPNDCP-APROVADOR
                                              '             *'
                   DISPLAY '************** ' WRK-PROGRAMA
                           ' **************'
                   GO TO 1100-99-FIM
           END-EVALUATE.
      *
           DISPLAY '************** ' WRK-PROGRAMA ' **************'.
           DISPLAY '*  MOVIMENTO NAO APLICADO: EXIGE     *'.
           DISPLAY '*  LOTE APROVADO NO MNTPEND          *'.
           DISPLAY '*  ' WRK-MSG-APROVACAO ' *'.
           DISPLAY '*  QUANTIDADE.: ' WRK-ASS-QTD '            *'.
           DISPLAY '*  HASH.......: ' WRK-ASS-HASH-ED '      *'.
           DISPLAY '************** ' WRK-PROGRAMA ' **************'.
           MOVE 8                      TO RETURN-CODE.
           STOP RUN.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR UM REGISTRO DO EOTMOVTO NA ASSINATURA     *
      *----------------------------------------------------------------*
       1101-SOMAR-ASSINATURA           SECTION.
      *----------------------------------------------------------------*
      *
           READ EOTMOVTO.
      *
           IF (WRK-FS-EOTMOVTO      EQUAL '10')
               GO TO 1101-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-EOTMOVTO.
           ADD  1                      TO WRK-ASS-QTD.
      *
           MOVE FD-REG-EOTMOVTO         TO WRK-ASS-REGISTRO.
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
      *    ANTERIOR). BRANCO NAO CONTA. MESMO CRITERIO DO MNTSUB01.    *
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
      *    ROTINA PARA LER UM LOTE DO MNTPEND E GUARDAR O ULTIMO DESTE *
      *    PROGRAMA COM A ASSINATURA CALCULADA                         *
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
      *
           IF (MNTPNDCP-PROGRAMA       EQUAL WRK-PROGRAMA) AND
              (MNTPNDCP-QTD            EQUAL WRK-ASS-QTD)  AND
              (MNTPNDCP-HASH           EQUAL WRK-ASS-HASH)
               SET WRK-LOTE-ENCONTRADO TO TRUE
               MOVE MNTPNDCP-REGISTRO  TO WRK-LOTE-CONFERIDO
           END-IF.
      *
      *----------------------------------------------------------------*
       1103-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO MNTPEND. O FS     *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO: NENHUM LOTE.         *
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
      *    ROTINA PARA LER O PROXIMO REGISTRO DO MESTRE ATUAL,         *
      *    VERIFICANDO A CLASSIFICACAO POR EOT                         *
      *----------------------------------------------------------------*
