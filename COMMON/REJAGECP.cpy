      ******************************************************************
      *    NOME BOOK..:  REJAGECP                                      *
      *    DESCRICAO..:  LAYOUT DA BASE DE AGING DE REJEITADOS         *
      *                  (ARQUIVO REJAGEB): UM REGISTRO POR RANGE      *
      *                  REJEITADO AINDA NAO CORRIGIDO, EM ORDEM DE    *
      *                  ORIGEM + DDD + PREFIXO + RANGE-INICIAL.       *
      *                  MANTIDA PELO REJFBK01 E LIDA PELO REJAGE01.   *
      *    DATA.......:  15/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  120                                           *
      ******************************************************************
      *                                                                *
      *    ORIGEM...............: PROGRAMA QUE REJEITOU ('CADUP001' OU *
      *                           'RANGEMOB')                          *
      *    DDD/PREFIXO/RANGE....: CHAVE DO RANGE REJEITADO             *
      *    EOT..................: OPERADORA DO REGISTRO REJEITADO      *
      *    MOTIVO...............: ULTIMO MOTIVO DE REJEICAO (REJMOTCP) *
      *    DATA-REJEICAO........: NOITE DA PRIMEIRA REJEICAO (BASE DO  *
      *                           AGING)                               *
      *    DATA-ULTIMA..........: NOITE DA ULTIMA REJEICAO             *
      *    QTD-REJEICOES........: NOITES EM QUE O RANGE FOI REJEITADO  *
      *    REGISTRO-REJEITADO...: ULTIMA VERSAO REJEITADA (CADPWDAT)   *
      *                                                                *
      ******************************************************************
      *                                                                *
       05  REJAGECP-REGISTRO.
           10  REJAGECP-ORIGEM            PIC X(008).
           10  REJAGECP-CHAVE.
               15  REJAGECP-DDD           PIC 9(002).
               15  REJAGECP-PREFIXO       PIC 9(005).
               15  REJAGECP-RANGE-INICIAL PIC 9(004).
           10  REJAGECP-EOT               PIC X(003).
           10  REJAGECP-MOTIVO            PIC X(003).
           10  REJAGECP-DATA-REJEICAO     PIC 9(008).
           10  REJAGECP-DATA-ULTIMA       PIC 9(008).
           10  REJAGECP-QTD-REJEICOES     PIC 9(003).
           10  REJAGECP-REGISTRO-REJEITADO
                                          PIC X(071).
           10  FILLER                     PIC X(005).
      *                                                                *
      ******************************************************************
