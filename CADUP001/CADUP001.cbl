      *                        CASADA DE ARQUIVOS CLASSIFICADOS POR   *
      *                        DDD+PREFIXO+RANGE. ENTRADA FORA DE     *
      *                        ORDEM E ABORTADA COM ERRO EXPLICITO.   *
      *    15/10/2026 EGR      VALIDACAO DA AUTORIZACAO DA OPERADORA  *
      *                        (EOTAUTH, BOOK EOTAUTCP): RANGE CUJO   *
      *                        EOT NAO ESTA AUTORIZADO PARA A UF E O  *
      *                        TIPO-PREFIXO NA DATA-INICIAL DO RANGE  *
      *                        E REJEITADO PARA O CADUPREJ (MOTIVO    *
      *                        AUT), TAMBEM NO MODO MANUTENCAO. SEM O *
      *                        EOTAUTH A VALIDACAO FICA DESLIGADA.    *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           TO DYNAMIC                  WRK-PATH-REGMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-REGMAST.
      *
           SELECT EOTAUTH              ASSIGN
           TO DYNAMIC                  WRK-PATH-EOTAUTH
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EOTAUTH.
      *
      *================================================================*
       DATA                            DIVISION.
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-REGMAST               PIC  X(060).
      *----------------------------------------------------------------*
      *    INPUT......: AUTORIZACOES DE OPERADORAS POR UF E TIPO       *
      *----------------------------------------------------------------*
       FD  EOTAUTH
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EOTAUTH               PIC  X(040).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
               '\home\ederrodrigues\Documentos\TIPOPRFX.dat'.
           05  WRK-PATH-REGMAST        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\REGMAST.dat'.
           05  WRK-PATH-EOTAUTH        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EOTAUTH.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           05  WRK-FS-CADUPCRR         PIC  X(002) VALUE SPACES.
           05  WRK-FS-TIPOPRFX         PIC  X(002) VALUE SPACES.
           05  WRK-FS-REGMAST          PIC  X(002) VALUE SPACES.
           05  WRK-FS-EOTAUTH          PIC  X(002) VALUE SPACES.
           05  WRK-MOTIVO-REJEICAO     PIC  X(003) VALUE SPACES.
           05  WRK-FLAG-MODO           PIC  X(001) VALUE 'T'.
               88  WRK-MODO-MANUTENCAO             VALUE 'M'.
               88  WRK-TEM-MESTRE-REGIAO           VALUE 'S'.
           05  WRK-REGIAO-PROCURADA    PIC  9(004) VALUE ZEROS.
           05  WRK-SETOR-PROCURADO     PIC  9(004) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DAS AUTORIZACOES DE OPERADORAS ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-AUTORIZACAO.
           05  WRK-QTD-AUTORIZACAO     PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-AUTORIZACAO-ITEM OCCURS 3000 TIMES.
               10  WRK-AUT-EOT         PIC  X(003).
               10  WRK-AUT-UF          PIC  X(002).
               10  WRK-AUT-TIPO        PIC  X(001).
               10  WRK-AUT-DATA-INICIAL PIC X(008).
               10  WRK-AUT-DATA-FINAL  PIC  X(008).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-AUTORIZACAO.
           05  WRK-IDX-AUTORIZACAO     PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-AUT      PIC  X(001) VALUE SPACES.
               88  WRK-AUTORIZACAO-ACHOU           VALUE 'S'.
           05  WRK-FLAG-TEM-EOTAUTH    PIC  X(001) VALUE SPACES.
               88  WRK-TEM-MESTRE-AUTORIZACAO      VALUE 'S'.
           05  WRK-AUT-DATA-PROCURADA  PIC  X(008) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CONTROLE DE RANGES DUPLICADOS ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-REGMST.
           COPY REGMSTCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DE AUTORIZACOES (EOTAUTH) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-EOTAUT.
           COPY EOTAUTCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO CONTROLE DE EXECUCAO (RUNCTL) ***'.
           PERFORM 1016-CARREGAR-LOCALIDADES.
           PERFORM 1026-CARREGAR-TIPOS-PREFIXO.
           PERFORM 1032-CARREGAR-REGIOES.
           PERFORM 1035-CARREGAR-AUTORIZACOES.
           PERFORM 1010-VERIFICAR-CHECKPOINT.
      *
           IF WRK-EH-RESTART
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-REGMAST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EOTAUTH_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EOTAUTH
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EOTMAST_PATH'.
      *
      *----------------------------------------------------------------*
       1034-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA O CADASTRO MESTRE DE        *
      *    AUTORIZACOES DE OPERADORAS POR UF E TIPO DE SERVICO         *
      *    (EOTAUTH). SE O ARQUIVO NAO EXISTIR A VALIDACAO FICA        *
      *    DESLIGADA (AVISO NO SYSOUT).                                *
      *----------------------------------------------------------------*
       1035-CARREGAR-AUTORIZACOES      SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-AUTORIZACAO.
      *
           OPEN INPUT EOTAUTH.
      *
           IF (WRK-FS-EOTAUTH          EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': EOTAUTH AUSENTE - '
                       'VALIDACAO DE AUTORIZACAO DESLIGADA ***'
           ELSE
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               PERFORM 1037-TESTAR-FS-EOTAUTH
               SET WRK-TEM-MESTRE-AUTORIZACAO TO TRUE
               PERFORM 1036-LER-AUTORIZACAO
                   UNTIL WRK-FS-EOTAUTH EQUAL '10'
               CLOSE EOTAUTH
           END-IF.
      *
      *----------------------------------------------------------------*
       1035-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO EOTAUTH E CARREGAR NA        *
      *    TABELA                                                      *
      *----------------------------------------------------------------*
       1036-LER-AUTORIZACAO            SECTION.
      *----------------------------------------------------------------*
      *
           READ EOTAUTH                INTO WRK-AREA-EOTAUT.
      *
           IF (WRK-FS-EOTAUTH          EQUAL '10')
               CONTINUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1037-TESTAR-FS-EOTAUTH
               IF (WRK-QTD-AUTORIZACAO NOT LESS THAN 3000)
                   DISPLAY '************** ' WRK-PROGRAMA
                           ' **************'
                   DISPLAY '*  TABELA DO MESTRE EOTAUTH CHEIA    *'
                   DISPLAY '*  LIMITE DE 3000 AUTORIZACOES       *'
                   DISPLAY '*  PROCESSAMENTO ABORTADO            *'
                   DISPLAY '************** ' WRK-PROGRAMA
                           ' **************'
                   MOVE 16             TO RETURN-CODE
                   SET WRK-ABENDAR     TO TRUE
                   GOBACK
               END-IF
               ADD  1                  TO WRK-QTD-AUTORIZACAO
               MOVE EOTAUTCP-EOT       TO
                              WRK-AUT-EOT(WRK-QTD-AUTORIZACAO)
               MOVE EOTAUTCP-UF        TO
                              WRK-AUT-UF(WRK-QTD-AUTORIZACAO)
               MOVE EOTAUTCP-TIPO-PREFIXO TO
                              WRK-AUT-TIPO(WRK-QTD-AUTORIZACAO)
               MOVE EOTAUTCP-DATA-INICIAL TO
                              WRK-AUT-DATA-INICIAL(WRK-QTD-AUTORIZACAO)
               MOVE EOTAUTCP-DATA-FINAL TO
                              WRK-AUT-DATA-FINAL(WRK-QTD-AUTORIZACAO)
           END-IF.
      *
      *----------------------------------------------------------------*
       1036-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EOTAUTH. O FS     *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO: A VALIDACAO FICA     *
      *    DESLIGADA.                                                  *
      *----------------------------------------------------------------*
       1037-TESTAR-FS-EOTAUTH          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EOTAUTH          NOT EQUAL '00') AND
              (WRK-FS-EOTAUTH          NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EOTAUTH               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EOTAUTH
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EOTAUTH'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EOTAUTH   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1037-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
       1010-VERIFICAR-CHECKPOINT       SECTION.
      *----------------------------------------------------------------*
           IF NOT WRK-REGISTRO-REJEITADO
               PERFORM 2142-VALIDAR-REGIAO-SETOR
           END-IF.
      *
           IF NOT WRK-REGISTRO-REJEITADO
               PERFORM 2146-VALIDAR-AUTORIZACAO
           END-IF.
      *
           IF NOT WRK-REGISTRO-REJEITADO
               IF (CADPWDAT-DATA-FINAL NOT EQUAL SPACES)
      *----------------------------------------------------------------*
       2145-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR SE O EOT DO RANGE ESTA AUTORIZADO A     *
      *    OPERAR O TIPO-PREFIXO NA UF DO RANGE, NA DATA-INICIAL DO    *
      *    RANGE (EM BRANCO, VALE A DATA DO DIA). SEM AUTORIZACAO      *
      *    VIGENTE O REGISTRO E REJEITADO. SEM O EOTAUTH CARREGADO A   *
      *    VALIDACAO NAO E APLICADA.                                   *
      *----------------------------------------------------------------*
       2146-VALIDAR-AUTORIZACAO        SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-TEM-MESTRE-AUTORIZACAO
               CONTINUE
           ELSE
               IF (CADPWDAT-DATA-INICIAL EQUAL SPACES)
                   MOVE WRK-DATA-HOJE  TO WRK-AUT-DATA-PROCURADA
               ELSE
                   MOVE CADPWDAT-DATA-INICIAL TO
                                       WRK-AUT-DATA-PROCURADA
               END-IF
               PERFORM 2147-PROCURAR-AUTORIZACAO
               IF NOT WRK-AUTORIZACAO-ACHOU
                   SET WRK-REGISTRO-REJEITADO TO TRUE
                   MOVE 'AUT'          TO WRK-MOTIVO-REJEICAO
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2146-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR UMA AUTORIZACAO VIGENTE PARA O EOT,    *
      *    A UF E O TIPO-PREFIXO DO RANGE NA DATA PROCURADA            *
      *----------------------------------------------------------------*
       2147-PROCURAR-AUTORIZACAO       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-AUT.
      *
           PERFORM 2148-COMPARAR-AUTORIZACAO
               VARYING WRK-IDX-AUTORIZACAO FROM 1 BY 1
               UNTIL   WRK-IDX-AUTORIZACAO GREATER THAN
                                          WRK-QTD-AUTORIZACAO
                    OR WRK-AUTORIZACAO-ACHOU.
      *
      *----------------------------------------------------------------*
       2147-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE AUTORIZACOES COM  *
      *    O RANGE (DATA-FINAL EM BRANCO = AUTORIZACAO SEM PRAZO)      *
      *----------------------------------------------------------------*
       2148-COMPARAR-AUTORIZACAO       SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-AUT-EOT(WRK-IDX-AUTORIZACAO) EQUAL CADPWDAT-EOT) AND
              (WRK-AUT-UF(WRK-IDX-AUTORIZACAO) EQUAL
                                       CADPWDAT-UNIDADE-FEDERATIVA) AND
              (WRK-AUT-TIPO(WRK-IDX-AUTORIZACAO) EQUAL
                                       CADPWDAT-TIPO-PREFIXO)
               IF (WRK-AUT-DATA-INICIAL(WRK-IDX-AUTORIZACAO) NOT
                               GREATER THAN WRK-AUT-DATA-PROCURADA) AND
                  ((WRK-AUT-DATA-FINAL(WRK-IDX-AUTORIZACAO) EQUAL
                                                         SPACES) OR
                   (WRK-AUT-DATA-FINAL(WRK-IDX-AUTORIZACAO) NOT
                               LESS THAN WRK-AUT-DATA-PROCURADA))
                   SET WRK-AUTORIZACAO-ACHOU TO TRUE
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2148-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR SOBREPOSICAO/DUPLICIDADE DE RANGES    *
      *    JA CARREGADOS NESTE MESMO PROCESSAMENTO DO CADUPENT. COM A  *
      *    ENTRADA CLASSIFICADA POR DDD+PREFIXO+RANGE, BASTA COMPARAR  *
           PERFORM 1006-ABRIR-ANTERIOR.
           PERFORM 1009-CARREGAR-OPERADORAS.
           PERFORM 1016-CARREGAR-LOCALIDADES.
           PERFORM 1035-CARREGAR-AUTORIZACOES.
      *
           OPEN INPUT CADUPENT.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
