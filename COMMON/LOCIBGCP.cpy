      ******************************************************************
      *    NOME BOOK..:  LOCIBGCP                                      *
      *    DESCRICAO..:  LAYOUT DA TABELA DE VINCULO ENTRE LOCALIDADE  *
      *                  E MUNICIPIO DO IBGE (ARQUIVO LOCIBGE),        *
      *                  MANTIDA PELA ADMINISTRACAO DO PLANO PARA AS   *
      *                  LOCALIDADES CUJO NOME OU UF NO LOCMAST NAO    *
      *                  BATE COM O IBGE. SEM VINCULO, A LOCALIDADE E  *
      *                  CASADA PELO NOME + UF.                        *
      *    DATA.......:  15/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  20                                            *
      ******************************************************************
      *                                                                *
      *    LOCALIDADE-ID........: IDENTIFICADOR DA LOCALIDADE (LOCMAST)*
      *    IBGE-CODIGO..........: CODIGO IBGE DO MUNICIPIO (IBGMUNCP)  *
      *                                                                *
      ******************************************************************
      *                                                                *
       05  LOCIBGCP-REGISTRO.
           10  LOCIBGCP-LOCALIDADE-ID     PIC 9(005).
           10  LOCIBGCP-IBGE-CODIGO       PIC 9(007).
           10  FILLER                     PIC X(008).
      *                                                                *
      ******************************************************************
