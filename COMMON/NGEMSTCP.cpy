      ******************************************************************
      *    NOME BOOK..:  NGEMSTCP                                      *
      *    DESCRICAO..:  LAYOUT DO CADASTRO MESTRE DE NUMERACAO NAO    *
      *                  GEOGRAFICA (ARQUIVO NGEOMAST): BLOCOS DE      *
      *                  NUMEROS 0800/0300/0500/0900 E CODIGOS CURTOS  *
      *                  1XX, COM A OPERADORA DETENTORA, O MODELO DE   *
      *                  COBRANCA E A JANELA DE VIGENCIA. CARREGADO    *
      *                  PELO NGEOCRG1 E USADO PELO CALLRATE PARA      *
      *                  RESOLVER E VALORAR ESSES DESTINOS.            *
      *    DATA.......:  15/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  80                                            *
      ******************************************************************
      *                                                                *
      *    SERVICO..............: '0800' = CHAMADA GRATUITA PARA O     *
      *                                    CHAMADOR                    *
      *                           '0300' = CUSTO PARTILHADO            *
      *                           '0500' = DOACAO / CHAMADOR PAGA      *
      *                           '0900' = SERVICO DE VALOR ADICIONADO *
      *                           '1XX ' = CODIGO CURTO DE 3 DIGITOS   *
      *    NUMERO-INICIAL/FINAL.: BLOCO DE NUMEROS DO SERVICO: OS 7    *
      *                           DIGITOS DISCADOS APOS O CODIGO DO    *
      *                           SERVICO; NO CODIGO CURTO, O PROPRIO  *
      *                           CODIGO ALINHADO A DIREITA (EX.:      *
      *                           0000190 A 0000190)                   *
      *    EOT..................: OPERADORA DETENTORA DO BLOCO         *
      *    MODELO-COBRANCA......: QUEM PAGA A CHAMADA                  *
      *                           'R' = RECEBEDOR (0800): A OPERADORA  *
      *                                 DETENTORA E COBRADA            *
      *                           'P' = PARTILHADO (0300): CHAMADOR    *
      *                                 PAGA A PARCELA TARIFADA        *
      *                           'C' = CHAMADOR (0500 E 1XX PAGOS)    *
      *                           'A' = CHAMADOR COM VALOR ADICIONAL   *
      *                                 (0900)                         *
      *                           'G' = GRATUITO, NINGUEM PAGA (1XX DE *
      *                                 UTILIDADE PUBLICA/EMERGENCIA)  *
      *    DATA-INICIAL/FINAL...: JANELA DE VIGENCIA DO BLOCO          *
      *                           (AAAAMMDD; FINAL EM BRANCO = AINDA   *
      *                           VIGENTE)                             *
      *    DESCRICAO............: IDENTIFICACAO LIVRE DO ASSINANTE OU  *
      *                           DO SERVICO                           *
      *                                                                *
      ******************************************************************
      *                                                                *
       05  NGEMSTCP-REGISTRO.
           10  NGEMSTCP-SERVICO           PIC X(004).
           10  NGEMSTCP-NUMERO-INICIAL    PIC 9(007).
           10  NGEMSTCP-NUMERO-FINAL      PIC 9(007).
           10  NGEMSTCP-EOT               PIC X(003).
           10  NGEMSTCP-MODELO-COBRANCA   PIC X(001).
           10  NGEMSTCP-DATA-INICIAL      PIC X(008).
           10  NGEMSTCP-DATA-FINAL        PIC X(008).
           10  NGEMSTCP-DESCRICAO         PIC X(030).
           10  FILLER                     PIC X(012).
      *                                                                *
      ******************************************************************
