      ******************************************************************
      *    NOME BOOK..:  PORTORCP                                      *
      *    DESCRICAO..:  LAYOUT DO CADASTRO DE PEDIDOS DE              *
      *                  PORTABILIDADE (ARQUIVO PORTORD): UM REGISTRO  *
      *                  POR PEDIDO, COM A SITUACAO NO CICLO DE VIDA   *
      *                  (SOLICITADO, VALIDADO, AGENDADO, EXECUTADO,   *
      *                  CANCELADO). MANTIDO PELO PORTORD1, QUE GERA   *
      *                  O PORTMOVT DO PORTMNT1.                       *
      *    DATA.......:  15/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  80                                            *
      ******************************************************************
      *                                                                *
      *    PEDIDO...............: IDENTIFICACAO DO PEDIDO              *
      *    DDD/PREFIXO/MCDU.....: NUMERO A PORTAR                      *
      *    EOT-DOADORA..........: OPERADORA QUE DETEM O NUMERO HOJE    *
      *    EOT-RECEPTORA........: OPERADORA QUE VAI RECEBER O NUMERO   *
      *    EOT-TITULAR..........: DONA DO RANGE NO PLANNAC (PREENCHIDA *
      *                           NA VALIDACAO)                        *
      *    DATA-SOLICITACAO.....: DATA DE ENTRADA DO PEDIDO (AAAAMMDD) *
      *    DATA-AGENDADA........: DATA PREVISTA DA PORTABILIDADE       *
      *                           (BRANCO = AINDA NAO AGENDADA)        *
      *    DATA-SITUACAO........: DATA DA ULTIMA MUDANCA DE SITUACAO   *
      *    SITUACAO.............: 'S' = SOLICITADO  'V' = VALIDADO     *
      *                           'A' = AGENDADO    'E' = EXECUTADO    *
      *                           'C' = CANCELADO                      *
      *    MOTIVO...............: MOTIVO DO CANCELAMENTO (VIDE         *
      *                           PORTORD1)                            *
      *                                                                *
      ******************************************************************
      *                                                                *
       05  PORTORCP-REGISTRO.
           10  PORTORCP-PEDIDO            PIC X(010).
           10  PORTORCP-NUMERO.
               15  PORTORCP-DDD           PIC 9(002).
               15  PORTORCP-PREFIXO       PIC 9(005).
               15  PORTORCP-MCDU          PIC 9(004).
           10  PORTORCP-EOT-DOADORA       PIC X(003).
           10  PORTORCP-EOT-RECEPTORA     PIC X(003).
           10  PORTORCP-EOT-TITULAR       PIC X(003).
           10  PORTORCP-DATA-SOLICITACAO  PIC X(008).
           10  PORTORCP-DATA-AGENDADA     PIC X(008).
           10  PORTORCP-DATA-SITUACAO     PIC X(008).
           10  PORTORCP-SITUACAO          PIC X(001).
               88  PORTORCP-SOLICITADO             VALUE 'S'.
               88  PORTORCP-VALIDADO               VALUE 'V'.
               88  PORTORCP-AGENDADO               VALUE 'A'.
               88  PORTORCP-EXECUTADO              VALUE 'E'.
               88  PORTORCP-CANCELADO              VALUE 'C'.
               88  PORTORCP-EM-ABERTO              VALUE 'S' 'V' 'A'.
           10  PORTORCP-MOTIVO            PIC X(003).
           10  FILLER                     PIC X(022).
      *                                                                *
      ******************************************************************
