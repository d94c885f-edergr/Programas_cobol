      ******************************************************************
      *    NOME BOOK..:  EDERAGCP                                      *
      *    DESCRICAO..:  LAYOUT DO CADASTRO DE ORDENS PERMANENTES DE   *
      *                  DEBITO (ARQUIVO EDERAGEN), USADO PELO         *
      *                  GERADOR DIARIO DE LANCAMENTOS (EDERAGD1).     *
      *    DATA.......:  15/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  80                                            *
      ******************************************************************
      *                                                                *
      *    CONTA................: CONTA A DEBITAR (EDERMSTC-CONTA)     *
      *    SEQUENCIA............: NUMERO DA ORDEM DENTRO DA CONTA      *
      *    DIA-DEBITO...........: DIA DO MES DO DEBITO (01 A 31; EM    *
      *                           MES MAIS CURTO VALE O ULTIMO DIA)    *
      *    VALOR................: VALOR DO DEBITO MENSAL               *
      *    DESCRICAO............: DESCRICAO DA ORDEM (ALUGUEL,         *
      *                           SEGURO, ...)                         *
      *    MES-INICIAL..........: PRIMEIRO MES DE DEBITO (AAAAMM)      *
      *    MES-FINAL............: ULTIMO MES DE DEBITO (AAAAMM);       *
      *                           ZEROS = SEM PRAZO FINAL              *
      *                                                                *
      ******************************************************************
      *                                                                *
       05  EDERAGCP-REGISTRO.
           10  EDERAGCP-CONTA                   PIC 9(04).
           10  EDERAGCP-SEQUENCIA               PIC 9(02).
           10  EDERAGCP-DIA-DEBITO              PIC 9(02).
           10  EDERAGCP-VALOR                   PIC 9(09)V9(02).
           10  EDERAGCP-DESCRICAO               PIC X(30).
           10  EDERAGCP-MES-INICIAL             PIC 9(06).
           10  EDERAGCP-MES-FINAL               PIC 9(06).
           10  FILLER                           PIC X(19).
      *                                                                *
      ******************************************************************
