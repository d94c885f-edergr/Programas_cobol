      *                  EOTMAST                     EOTMSTCP          *
      *                  LOCMAST                     LOCMSTCP          *
      *                  PLANCHKD                    (VIDE FD)         *
      *                  RUNCTL                      RUNCTLCP          *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    CATEGORIAS..: EOT = EOT INEXISTENTE OU INATIVO NO EOTMAST   *
      *                  VIG = DATAS DE VIGENCIA INCOERENTES           *
      *    MESTRE AUSENTE DESLIGA AS CATEGORIAS CORRESPONDENTES, COM   *
      *    AVISO NO SYSOUT. EXECUCAO COM ERROS TERMINA COM RC 4.       *
      *    NO TERMINO NORMAL A QUANTIDADE DE RANGES COM ERRO E         *
      *    REGISTRADA NO RUNCTL (REGISTRO 'F' DO ARQUIVO PLANCHKD),    *
      *    ONDE O PORTAO DE PUBLICACAO (PLANPUB1) A CONSULTA.          *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    02/09/2026 EGR      VERSAO INICIAL DA AUDITORIA DE          *
      *                        INTEGRIDADE REFERENCIAL DO PLANNAC.     *
      *    15/10/2026 EGR      INCLUIDO O CONTROLE DE EXECUCAO         *
      *                        COMPARTILHADO (RUNCTL): REGISTROS 'I' E *
      *                        'F', ESTE COM A QUANTIDADE DE RANGES    *
      *                        COM ERRO, PARA O PORTAO DE PUBLICACAO.  *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           TO DYNAMIC                  WRK-PATH-PLANCHKD
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PLANCHKD.
      *
           SELECT RUNCTL               ASSIGN
           TO DYNAMIC                  WRK-PATH-RUNCTL
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-RUNCTL.
      *
           SELECT ERRLOG               ASSIGN
           TO DYNAMIC                  WRK-PATH-ERRLOG
           05  FD-DET-MOTIVO           PIC  X(003).
           05  FD-DET-REGISTRO         PIC  X(071).
      *----------------------------------------------------------------*
      *    OUTPUT.....: CONTROLE DE EXECUCAO COMPARTILHADO (RUNCTLCP)  *
      *----------------------------------------------------------------*
       FD  RUNCTL
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-RUNCTL                PIC  X(080).
      *----------------------------------------------------------------*
      *    OUTPUT.....: LOG DE EXCECAO/ABEND COMPARTILHADO (ERRLOGCP)  *
      *----------------------------------------------------------------*
       FD  ERRLOG
           05  WRK-FS-EOTMAST          PIC  X(002) VALUE SPACES.
           05  WRK-FS-LOCMAST          PIC  X(002) VALUE SPACES.
           05  WRK-FS-PLANCHKD         PIC  X(002) VALUE SPACES.
           05  WRK-FS-RUNCTL           PIC  X(002) VALUE SPACES.
           05  WRK-RUN-ARQUIVO         PIC  X(008) VALUE SPACES.
           05  WRK-RUN-QTD             PIC  9(009) VALUE ZEROS.
           05  WRK-FS-ERRLOG           PIC  X(002) VALUE SPACES.
           05  WRK-ERRLOG-ARQUIVO      PIC  X(008) VALUE SPACES.
           05  WRK-ERRLOG-FS           PIC  X(002) VALUE SPACES.
               '\home\ederrodrigues\Documentos\LOCMAST.dat'.
           05  WRK-PATH-PLANCHKD       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PLANCHKD.dat'.
           05  WRK-PATH-RUNCTL         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\RUNCTL.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  WRK-AREA-LOCMST.
           COPY LOCMSTCP.
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
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 8000-GRAVAR-RUNCTL-INICIO.
           PERFORM 1009-CARREGAR-OPERADORAS.
           PERFORM 1016-CARREGAR-LOCALIDADES.
      *
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PLANCHKD
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'RUNCTL_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-RUNCTL
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'ERRLOG_PATH'.
           IF (ACU-REG-COM-ERRO        GREATER THAN ZERO)
               MOVE 4                  TO RETURN-CODE
           END-IF.
      *
           MOVE 'PLANCHKD'             TO WRK-RUN-ARQUIVO.
           MOVE ACU-REG-COM-ERRO       TO WRK-RUN-QTD.
           PERFORM 8100-GRAVAR-RUNCTL-FIM.
      *
           STOP RUN.
      *
      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR NO RUNCTL O REGISTRO 'I' DE INICIO       *
      *----------------------------------------------------------------*
       8000-GRAVAR-RUNCTL-INICIO       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO RUNCTLCP-REGISTRO.
           MOVE WRK-PROGRAMA           TO RUNCTLCP-PROGRAMA.
           MOVE 'I'                    TO RUNCTLCP-TIPO.
           ACCEPT RUNCTLCP-DATA        FROM DATE YYYYMMDD.
           ACCEPT RUNCTLCP-HORA        FROM TIME.
           MOVE SPACES                 TO RUNCTLCP-ARQUIVO.
           MOVE ZERO                   TO RUNCTLCP-QTD
                                          RUNCTLCP-RETURN-CODE.
      *
           PERFORM 8300-GRAVAR-RUNCTL.
      *
      *----------------------------------------------------------------*
       8000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR NO RUNCTL UM REGISTRO 'F' DE TERMINO     *
      *    NORMAL, COM O ARQUIVO E A QUANTIDADE EM WRK-RUN-ARQUIVO /   *
      *    WRK-RUN-QTD                                                 *
      *----------------------------------------------------------------*
       8100-GRAVAR-RUNCTL-FIM          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO RUNCTLCP-REGISTRO.
           MOVE WRK-PROGRAMA           TO RUNCTLCP-PROGRAMA.
           MOVE 'F'                    TO RUNCTLCP-TIPO.
           ACCEPT RUNCTLCP-DATA        FROM DATE YYYYMMDD.
           ACCEPT RUNCTLCP-HORA        FROM TIME.
           MOVE WRK-RUN-ARQUIVO        TO RUNCTLCP-ARQUIVO.
           MOVE WRK-RUN-QTD            TO RUNCTLCP-QTD.
           MOVE RETURN-CODE            TO RUNCTLCP-RETURN-CODE.
      *
           PERFORM 8300-GRAVAR-RUNCTL.
      *
      *----------------------------------------------------------------*
       8100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO FISICA NO ARQUIVO DE CONTROLE DE         *
      *    EXECUCAO (ABRE EM EXTEND, GRAVA E FECHA, COMO O ERRLOG)     *
      *----------------------------------------------------------------*
       8300-GRAVAR-RUNCTL              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND RUNCTL.
           IF (WRK-FS-RUNCTL           EQUAL '35') OR
              (WRK-FS-RUNCTL           EQUAL '05')
               OPEN OUTPUT RUNCTL
           END-IF.
      *
           WRITE FD-REG-RUNCTL         FROM RUNCTLCP-REGISTRO.
           CLOSE RUNCTL.
      *
      *----------------------------------------------------------------*
       8300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE VERIFICACAO DE ERROS                              *
      *----------------------------------------------------------------*
       9000-PROCESSAR-TIPO-ERRO        SECTION.
