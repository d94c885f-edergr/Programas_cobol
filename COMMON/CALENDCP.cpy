      ******************************************************************
      *    NOME BOOK..:  CALENDCP                                      *
      *    DESCRICAO..:  LAYOUT DO CALENDARIO DE DIAS UTEIS (ARQUIVO   *
      *                  CALENDAR): UM REGISTRO NACIONAL POR DIA DO    *
      *                  ANO (UTIL, FIM DE SEMANA OU FERIADO NACIONAL) *
      *                  SEGUIDO DOS FERIADOS LOCAIS DO DIA, UM POR    *
      *                  UF. GERADO ANUALMENTE PELO CALCRG01 E USADO   *
      *                  PELO CALLRATE (HORARIO DE PICO), PELO         *
      *                  EDER0001 (DIA DE LANCAMENTO E JUROS) E PELO   *
      *                  EDERAGD1 (VENCIMENTO DOS DEBITOS AGENDADOS).  *
      *                  ORDENADO POR DATA + UF.                       *
      *    DATA.......:  15/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  40                                            *
      ******************************************************************
      *                                                                *
      *    DATA.................: DIA DO CALENDARIO (AAAAMMDD)         *
      *    TIPO-DIA.............: 'U' = DIA UTIL                       *
      *                           'S' = SABADO OU DOMINGO              *
      *                           'N' = FERIADO NACIONAL               *
      *                           'L' = FERIADO LOCAL DA UF            *
      *    UF...................: UNIDADE FEDERATIVA DO FERIADO LOCAL  *
      *                           (EM BRANCO NOS REGISTROS NACIONAIS)  *
      *    DIA-SEMANA...........: 1 = DOMINGO ... 7 = SABADO           *
      *    DESCRICAO............: NOME DO FERIADO                      *
      *                                                                *
      ******************************************************************
      *                                                                *
       05  CALENDCP-REGISTRO.
           10  CALENDCP-DATA              PIC 9(008).
           10  CALENDCP-TIPO-DIA          PIC X(001).
               88  CALENDCP-DIA-UTIL                 VALUE 'U'.
               88  CALENDCP-FIM-SEMANA               VALUE 'S'.
               88  CALENDCP-FERIADO-NACIONAL         VALUE 'N'.
               88  CALENDCP-FERIADO-LOCAL            VALUE 'L'.
           10  CALENDCP-UF                PIC X(002).
           10  CALENDCP-DIA-SEMANA        PIC 9(001).
           10  CALENDCP-DESCRICAO         PIC X(025).
           10  FILLER                     PIC X(003).
      *                                                                *
      ******************************************************************
