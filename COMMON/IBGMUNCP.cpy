      ******************************************************************
      *    NOME BOOK..:  IBGMUNCP                                      *
      *    DESCRICAO..:  LAYOUT DO CADASTRO DE MUNICIPIOS DO IBGE      *
      *                  (INSTITUTO BRASILEIRO DE GEOGRAFIA E          *
      *                  ESTATISTICA): ARQUIVO RECEBIDO (IBGEMUN) E    *
      *                  CADASTRO IMPORTADO (IBGEMAST), ESTE EM ORDEM  *
      *                  DE CODIGO E SO COM REGISTROS VALIDOS. O NOME  *
      *                  VEM EM MAIUSCULAS E SEM ACENTOS, COMO NO      *
      *                  LOCMAST.                                      *
      *    DATA.......:  15/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  60                                            *
      ******************************************************************
      *                                                                *
      *    CODIGO...............: CODIGO IBGE DO MUNICIPIO (7 DIGITOS, *
      *                           OS 2 PRIMEIROS SAO O CODIGO DA UF)   *
      *    NOME.................: NOME DO MUNICIPIO                    *
      *    UF...................: SIGLA DA UNIDADE FEDERATIVA          *
      *    POPULACAO............: POPULACAO ESTIMADA DO MUNICIPIO      *
      *                                                                *
      ******************************************************************
      *                                                                *
       05  IBGMUNCP-REGISTRO.
           10  IBGMUNCP-CODIGO            PIC 9(007).
           10  IBGMUNCP-NOME              PIC X(040).
           10  IBGMUNCP-UF                PIC X(002).
           10  IBGMUNCP-POPULACAO         PIC 9(009).
           10  FILLER                     PIC X(002).
      *                                                                *
      ******************************************************************
