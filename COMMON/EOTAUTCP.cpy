      ******************************************************************
      *    NOME BOOK..:  EOTAUTCP                                      *
      *    DESCRICAO..:  LAYOUT DO CADASTRO MESTRE DE AUTORIZACOES DE  *
      *                  OPERADORAS (ARQUIVO EOTAUTH): CADA REGISTRO   *
      *                  AUTORIZA UM EOT A OPERAR UM TIPO DE SERVICO   *
      *                  (TIPO-PREFIXO) EM UMA UF DENTRO DE UMA JANELA *
      *                  DE VIGENCIA. CLASSIFICADO POR EOT+UF+TIPO.    *
      *                  MANTIDO PELO EOTAUT01, COMPARTILHADO PELAS    *
      *                  CARGAS (CADUP001 E RANGEMOB) E PELO RELATORIO *
      *                  DE AUTORIZACOES A VENCER (PLANAUV1).          *
      *    DATA.......:  15/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  40                                            *
      ******************************************************************
      *                                                                *
      *    EOT..................: CODIGO DA OPERADORA AUTORIZADA       *
      *    UF...................: UNIDADE FEDERATIVA DA AUTORIZACAO    *
      *    TIPO-PREFIXO.........: TIPO DE SERVICO AUTORIZADO           *
      *    DATA-INICIAL/FINAL...: JANELA DE VIGENCIA DA AUTORIZACAO    *
      *                           (AAAAMMDD; FINAL EM BRANCO = SEM     *
      *                           PRAZO DE VENCIMENTO)                 *
      *    NUMERO-ATO...........: NUMERO DO ATO DE AUTORIZACAO         *
      *                           PUBLICADO PELO REGULADOR             *
      *                                                                *
      ******************************************************************
      *                                                                *
       05  EOTAUTCP-REGISTRO.
           10  EOTAUTCP-CHAVE.
               15  EOTAUTCP-EOT           PIC X(003).
               15  EOTAUTCP-UF            PIC X(002).
               15  EOTAUTCP-TIPO-PREFIXO  PIC X(001).
           10  EOTAUTCP-DATA-INICIAL      PIC X(008).
           10  EOTAUTCP-DATA-FINAL        PIC X(008).
           10  EOTAUTCP-NUMERO-ATO        PIC X(012).
           10  FILLER                     PIC X(006).
      *                                                                *
      ******************************************************************
