      ******************************************************************
      *    NOME BOOK..:  MNTAUTCP                                      *
      *    DESCRICAO..:  LAYOUT DA TABELA DE ALCADAS DE MANUTENCAO DE  *
      *                  CADASTROS MESTRES (ARQUIVO MNTAUTH): QUEM     *
      *                  PODE PREPARAR (SUBMETER) E QUEM PODE APROVAR  *
      *                  LOTES DE MOVIMENTO DE CADA PROGRAMA DE        *
      *                  MANUTENCAO. MANTIDA PELA AREA DE SEGURANCA;   *
      *                  LIDA PELO MNTSUB01 E PELO MNTAPR01.           *
      *    DATA.......:  15/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  60                                            *
      ******************************************************************
      *                                                                *
      *    USUARIO..............: USUARIO DO AMBIENTE (LOGNAME)        *
      *    PROGRAMA.............: PROGRAMA DE MANUTENCAO (EOTMNT01,    *
      *                           LOCMNT01, PORTMNT1 OU EOTMRG01)      *
      *    PREPARA..............: 'S' = PODE SUBMETER LOTES            *
      *    APROVA...............: 'S' = PODE APROVAR/RECUSAR LOTES     *
      *                           (NUNCA OS QUE ELE MESMO SUBMETEU)    *
      *    NOME.................: NOME DO USUARIO                      *
      *                                                                *
      ******************************************************************
      *                                                                *
       05  MNTAUTCP-REGISTRO.
           10  MNTAUTCP-USUARIO           PIC X(008).
           10  MNTAUTCP-PROGRAMA          PIC X(008).
           10  MNTAUTCP-PREPARA           PIC X(001).
           10  MNTAUTCP-APROVA            PIC X(001).
           10  MNTAUTCP-NOME              PIC X(030).
           10  FILLER                     PIC X(012).
      *                                                                *
      ******************************************************************
