      *                   CLASSIFICACAO, COM UMA LINHA POR SENTIDO DE  *
      *                   CADA PAR E O NOME DAS OPERADORAS DO          *
      *                   CADASTRO MESTRE (EOTMAST).                   *
      *                   CHAMADA PAGA PELO DESTINO (0800) E ACERTADA  *
      *                   NO SENTIDO INVERSO (A OPERADORA DE DESTINO   *
      *                   E A DEVEDORA); CHAMADA GRATUITA (CODIGO      *
      *                   CURTO DE UTILIDADE PUBLICA) NAO ENTRA NO     *
      *                   ACERTO.                                      *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  CALLRES                     (VIDE FD)         *
      *    DATA       AUTOR    DESCRICAO                               *
      *    02/09/2026 EGR      VERSAO INICIAL DO RESUMO DE ACERTO DE   *
      *                        INTERCONEXAO POR PAR DE OPERADORAS.     *
      *    15/10/2026 EGR      SENTIDO DO ACERTO PELO PAGADOR DA       *
      *                        CHAMADA: 0800 INVERTIDO E GRATUITAS     *
      *                        FORA DO RESUMO.                         *
      *    15/10/2026 EGR      CALLRES AMPLIADO COM A CLASSIFICACAO DA *
      *                        TARIFA E A BANDA HORARIA DA CHAMADA.    *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           05  FD-RES-DURACAO-SEG      PIC  9(006).
           05  FD-RES-VALOR-CHAMADA    PIC  9(007)V9(002).
           05  FD-RES-TARIFADO         PIC  X(001).
           05  FD-RES-PAGADOR          PIC  X(001).
               88  FD-RES-PAGA-DESTINO             VALUE 'D'.
               88  FD-RES-PAGA-NINGUEM             VALUE 'N'.
           05  FD-RES-CLASSIF-COD      PIC  X(001).
           05  FD-RES-BANDA            PIC  X(001).
      *----------------------------------------------------------------*
      *    SAIDA........: RESUMO DE ACERTO DE INTERCONEXAO             *
      *----------------------------------------------------------------*
           05  ACU-REG-TOTALIZADOS     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-DESPREZADOS     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-PARES           PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-INVERTIDOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-GRATUITOS       PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO RESUMO POR PAR E CLASSIFICACAO ***'.
               88  WRK-ACERTO-ACHOU                VALUE 'S'.
           05  WRK-MINUTOS-CHAMADA     PIC  9(005) VALUE ZEROS.
           05  WRK-RESTO-SEGUNDOS      PIC  9(002) VALUE ZEROS.
           05  WRK-EOT-DEVEDORA        PIC  X(003) VALUE SPACES.
           05  WRK-EOT-CREDORA         PIC  X(003) VALUE SPACES.
           05  WRK-FLAG-FIM-CALLRES    PIC  X(001) VALUE SPACES.
               88  WRK-CALLRES-ESGOTADO            VALUE 'S'.
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSOS: SO AS CHAMADAS CLASSIFICADAS ENTRAM    *
      *    NO RESUMO; AS NAO RESOLVIDAS SAO DESPREZADAS E CONTADAS.    *
      *    A CHAMADA GRATUITA (PAGADOR 'N') NAO GERA ACERTO E SO E     *
      *    CONTADA; A PAGA PELO DESTINO (PAGADOR 'D', 0800) E          *
      *    ACUMULADA NO SENTIDO INVERSO, COM A OPERADORA DE DESTINO    *
      *    COMO DEVEDORA. PAGADOR 'O' OU EM BRANCO MANTEM O SENTIDO    *
      *    ORIGEM X DESTINO.                                           *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN (FD-RES-SITUACAO   NOT EQUAL 'CLASSIFICADO')
                   ADD  1              TO ACU-REG-DESPREZADOS
               WHEN FD-RES-PAGA-NINGUEM
                   ADD  1              TO ACU-REG-GRATUITOS
               WHEN FD-RES-PAGA-DESTINO
                   MOVE FD-RES-DEST-EOT TO WRK-EOT-DEVEDORA
                   MOVE FD-RES-ORIG-EOT TO WRK-EOT-CREDORA
                   PERFORM 2100-ACUMULAR-CHAMADA
                   ADD  1              TO ACU-REG-TOTALIZADOS
                                          ACU-REG-INVERTIDOS
               WHEN OTHER
                   MOVE FD-RES-ORIG-EOT TO WRK-EOT-DEVEDORA
                   MOVE FD-RES-DEST-EOT TO WRK-EOT-CREDORA
                   PERFORM 2100-ACUMULAR-CHAMADA
                   ADD  1              TO ACU-REG-TOTALIZADOS
           END-EVALUATE.
      *
           PERFORM 1300-LER-CALLRES.
      *
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ACUMULAR UMA CHAMADA NO ITEM DO PAR ORDENADO    *
      *    (EOT DEVEDORA X EOT CREDORA) E CLASSIFICACAO, CRIANDO O     *
      *    ITEM QUANDO AINDA NAO EXISTE. OS MINUTOS SAO TARIFADOS POR  *
      *    MINUTO CHEIO (FRACAO CONTA COMO MINUTO), NO MESMO CRITERIO  *
      *    DO CALLRATE.                                                *
      *----------------------------------------------------------------*
               END-IF
               ADD  1                  TO WRK-QTD-ACERTO
               MOVE WRK-QTD-ACERTO     TO WRK-POS-ACERTO
               MOVE WRK-EOT-DEVEDORA   TO
                              WRK-ACE-ORIG-EOT(WRK-POS-ACERTO)
               MOVE WRK-EOT-CREDORA    TO
                              WRK-ACE-DEST-EOT(WRK-POS-ACERTO)
               MOVE FD-RES-CLASSIFICACAO TO
                              WRK-ACE-CLASSIF(WRK-POS-ACERTO)
      *----------------------------------------------------------------*
      *
           IF (WRK-ACE-ORIG-EOT(WRK-IDX-ACERTO) EQUAL
                                       WRK-EOT-DEVEDORA)      AND
              (WRK-ACE-DEST-EOT(WRK-IDX-ACERTO) EQUAL
                                       WRK-EOT-CREDORA)       AND
              (WRK-ACE-CLASSIF(WRK-IDX-ACERTO) EQUAL
                                       FD-RES-CLASSIFICACAO)
               SET WRK-ACERTO-ACHOU    TO TRUE
           ACU-REG-TOTALIZADOS '     *'.
           DISPLAY '* CALLRES  |  I  | DESPREZADOS   | '
           ACU-REG-DESPREZADOS '     *'.
           DISPLAY '* CALLRES  |  I  | INVERTIDOS    | '
           ACU-REG-INVERTIDOS '     *'.
           DISPLAY '* CALLRES  |  I  | GRATUITOS     | '
           ACU-REG-GRATUITOS '     *'.
           DISPLAY '* SETLSUM  |  O  | LINHAS RESUMO | '
           ACU-REG-PARES '     *'.
           DISPLAY '******************** ' WRK-PROGRAMA
