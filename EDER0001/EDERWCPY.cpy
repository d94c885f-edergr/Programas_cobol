      *                  (EDERARQE) USADO PELO EXTRATO (EDER0001)      *
      *    DATA.......:  14/10/2021                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  38                                            *
      ******************************************************************
      *                                                                *
      *    ORIGEM...............: ' ' = MOVIMENTO NORMAL               *
      *                           'T' = TARIFA DE MANUTENCAO MENSAL    *
      *                           (MOVIMENTOS GERADOS PELO PROPRIO     *
      *                           EDER0001 NO MODO FECHAMENTO)         *
      *                           'E' = ESTORNO DE UM LANCAMENTO       *
      *                                 ANTERIOR                       *
      *                           'P' = DEBITO DE ORDEM PERMANENTE     *
      *                                 (GERADO PELO EDERAGD1)         *
      *                                                                *
      *    NO ESTORNO ('E') O LANCAMENTO ORIGINAL E IDENTIFICADO PELA  *
      *    CONTA E PELO VALOR DO PROPRIO REGISTRO, MAIS A DATA E O     *
      *    TIPO ORIGINAIS; O TIPO DO ESTORNO E O OPOSTO DO TIPO        *
      *    ORIGINAL E A DATA DO ESTORNO E A DATA DE MOVIMENTACAO. NOS  *
      *    DEMAIS LANCAMENTOS OS CAMPOS DO ORIGINAL FICAM EM BRANCO.   *
      *                                                                *
      ******************************************************************
      *                                                                *
           10  EDERWCPY-E-VALOR-MOVIMENTACAO    PIC 9(09)V9(02).
           10  EDERWCPY-E-CONTA                 PIC 9(04).
           10  EDERWCPY-E-ORIGEM                PIC X(01).
           10  EDERWCPY-E-DATA-ORIGINAL         PIC X(10).
           10  EDERWCPY-E-TIPO-ORIGINAL         PIC X(01).
      *                                                                *
       05  EDERWCPY-H-REGISTRO  REDEFINES       EDERWCPY-REGISTRO.
           10  EDERWCPY-H-OBJETICO-ARQUIVO      PIC X(38).
      *                                                                *
      ******************************************************************
