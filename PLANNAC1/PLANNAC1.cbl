      *                        CLASSIFICADOS POR DDD+PREFIXO+RANGE.    *
      *                        ENTRADA FORA DE ORDEM E ABORTADA COM    *
      *                        ERRO EXPLICITO.                         *
      *    15/10/2026 EGR      A QUANTIDADE DE CONFLITOS DA NOITE      *
      *                        (PLANNCON NA RECONSTRUCAO TOTAL,        *
      *                        CONFLITOS COM A FIXA NO MODO            *
      *                        INCREMENTAL) PASSOU A SER REGISTRADA NO *
      *                        RUNCTL (REGISTRO 'F' DO ARQUIVO         *
      *                        PLANNCON), PARA O PORTAO DE PUBLICACAO  *
      *                        (PLANPUB1).                             *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           MOVE 'PLANNAC'              TO WRK-RUN-ARQUIVO.
           MOVE ACU-REG-GRAVADOS       TO WRK-RUN-QTD.
           PERFORM 8100-GRAVAR-RUNCTL-FIM.
           MOVE 'PLANNCON'             TO WRK-RUN-ARQUIVO.
           MOVE ACU-REG-CONFLITOS      TO WRK-RUN-QTD.
           PERFORM 8100-GRAVAR-RUNCTL-FIM.
      *
           STOP RUN.
      *
           MOVE 'PLANNAC'              TO WRK-RUN-ARQUIVO.
           MOVE ACU-INC-QTD-PLANNAC    TO WRK-RUN-QTD.
           PERFORM 8100-GRAVAR-RUNCTL-FIM.
           MOVE 'PLANNCON'             TO WRK-RUN-ARQUIVO.
           MOVE ACU-INC-CONFLITOS      TO WRK-RUN-QTD.
           PERFORM 8100-GRAVAR-RUNCTL-FIM.
      *
           STOP RUN.
      *
