      ******************************************************************
      *    NOME BOOK..:  EDERCNCP                                      *
      *    DESCRICAO..:  LAYOUT DO EXTRATO BANCARIO PARA CONCILIACAO   *
      *                  NO PADRAO CNAB 240 (FEBRABAN), USADO PELA     *
      *                  CONCILIACAO BANCARIA (EDERCNC1). SO OS        *
      *                  REGISTROS DE DETALHE (TIPO '3') DO SEGMENTO   *
      *                  'E' TEM LANCAMENTOS; OS DEMAIS (HEADER E      *
      *                  TRAILER DE ARQUIVO E DE LOTE) SAO LIDOS PELA  *
      *                  VISAO GENERICA.                               *
      *    DATA.......:  15/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  240                                           *
      ******************************************************************
      *                                                                *
      *    TIPO-REGISTRO........: '0' HEADER DE ARQUIVO                *
      *                           '1' HEADER DE LOTE                   *
      *                           '3' DETALHE                          *
      *                           '5' TRAILER DE LOTE                  *
      *                           '9' TRAILER DE ARQUIVO               *
      *    CONTA................: CONTA CORRENTE NO BANCO; O NUMERO E  *
      *                           O MESMO DA CONTA NO EDERMAST (ZEROS  *
      *                           A ESQUERDA)                          *
      *    DATA-LANCAMENTO......: DDMMAAAA                             *
      *    VALOR................: 16 INTEIROS E 2 DECIMAIS             *
      *    TIPO-LANCAMENTO......: 'D' DEBITO / 'C' CREDITO             *
      *                                                                *
      ******************************************************************
      *                                                                *
       05  EDERCNCP-REGISTRO.
           10  EDERCNCP-BANCO                   PIC 9(03).
           10  EDERCNCP-LOTE                    PIC 9(04).
           10  EDERCNCP-TIPO-REGISTRO           PIC X(01).
           10  EDERCNCP-SEQUENCIAL              PIC 9(05).
           10  EDERCNCP-SEGMENTO                PIC X(01).
           10  FILLER                           PIC X(03).
           10  EDERCNCP-TIPO-INSCRICAO          PIC 9(01).
           10  EDERCNCP-INSCRICAO               PIC 9(14).
           10  EDERCNCP-CONVENIO                PIC X(20).
           10  EDERCNCP-AGENCIA                 PIC 9(05).
           10  EDERCNCP-DV-AGENCIA              PIC X(01).
           10  EDERCNCP-CONTA                   PIC 9(12).
           10  EDERCNCP-DV-CONTA                PIC X(01).
           10  EDERCNCP-DV-AGENCIA-CONTA        PIC X(01).
           10  EDERCNCP-NOME-EMPRESA            PIC X(30).
           10  EDERCNCP-NATUREZA                PIC X(06).
           10  EDERCNCP-TIPO-COMPLEMENTO        PIC X(02).
           10  EDERCNCP-COMPLEMENTO             PIC X(19).
           10  EDERCNCP-ISENCAO-CPMF            PIC X(01).
           10  EDERCNCP-DATA-CONTABIL           PIC 9(08).
           10  EDERCNCP-DATA-LANCAMENTO         PIC 9(08).
           10  EDERCNCP-DATA-LANCAMENTO-R       REDEFINES
               EDERCNCP-DATA-LANCAMENTO.
               15  EDERCNCP-LANC-DIA            PIC 9(02).
               15  EDERCNCP-LANC-MES            PIC 9(02).
               15  EDERCNCP-LANC-ANO            PIC 9(04).
           10  EDERCNCP-VALOR                   PIC 9(16)V9(02).
           10  EDERCNCP-TIPO-LANCAMENTO         PIC X(01).
           10  EDERCNCP-CATEGORIA               PIC 9(03).
           10  EDERCNCP-COD-HISTORICO           PIC X(04).
           10  EDERCNCP-HISTORICO               PIC X(25).
           10  EDERCNCP-DOCUMENTO               PIC X(39).
           10  FILLER                           PIC X(04).
      *                                                                *
       05  EDERCNCP-G-REGISTRO  REDEFINES       EDERCNCP-REGISTRO.
           10  EDERCNCP-G-CONTROLE              PIC X(07).
           10  EDERCNCP-G-TIPO-REGISTRO         PIC X(01).
           10  EDERCNCP-G-RESTANTE              PIC X(232).
      *                                                                *
      ******************************************************************
