      ******************************************************************
      *    NOME BOOK..:  TAXUSOCP                                      *
      *    DESCRICAO..:  LAYOUT DA TABELA DE TAXA DE USO DE NUMERACAO  *
      *                  (ARQUIVO TAXUSO): VALOR COBRADO PELO          *
      *                  REGULADOR POR NUMERO DETIDO, POR TIPO DE      *
      *                  SERVICO (TIPO-PREFIXO) E JANELA DE VIGENCIA.  *
      *                  USADO PELO PLANTAX1 NO CALCULO TRIMESTRAL DA  *
      *                  TAXA POR OPERADORA.                           *
      *    DATA.......:  15/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  40                                            *
      ******************************************************************
      *                                                                *
      *    TIPO-PREFIXO.........: TIPO DE SERVICO DA TAXA (MESMOS      *
      *                           CODIGOS DO TIPOPRFX)                 *
      *    DATA-INICIAL/FINAL...: JANELA DE VIGENCIA DA TAXA           *
      *                           (AAAAMMDD; FINAL EM BRANCO = AINDA   *
      *                           VIGENTE)                             *
      *    VALOR-ANUAL..........: VALOR POR NUMERO DETIDO POR ANO      *
      *                           (PRORATEADO POR DIA, BASE 365)       *
      *    DESCRICAO............: DESCRICAO LIVRE (ATO/RESOLUCAO)      *
      *                                                                *
      ******************************************************************
      *                                                                *
       05  TAXUSOCP-REGISTRO.
           10  TAXUSOCP-TIPO-PREFIXO      PIC X(001).
           10  TAXUSOCP-DATA-INICIAL      PIC X(008).
           10  TAXUSOCP-DATA-FINAL        PIC X(008).
           10  TAXUSOCP-VALOR-ANUAL       PIC 9(005)V9(004).
           10  TAXUSOCP-DESCRICAO         PIC X(014).
      *                                                                *
      ******************************************************************
