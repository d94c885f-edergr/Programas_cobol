      ******************************************************************
      *    NOME BOOK..:  MNTAPRCP                                      *
      *    DESCRICAO..:  LAYOUT DO REGISTRO DE DECISAO SOBRE LOTE DE   *
      *                  MOVIMENTO DE MANUTENCAO PENDENTE (ARQUIVO     *
      *                  MNTAPRV): APROVA OU RECUSA UM LOTE DO         *
      *                  MNTPEND. O APROVADOR E O USUARIO QUE EXECUTA  *
      *                  O MNTAPR01, NAO UM CAMPO DO REGISTRO.         *
      *    DATA.......:  15/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  80                                            *
      ******************************************************************
      *                                                                *
      *    PROGRAMA/LOTE........: LOTE DO MNTPEND A DECIDIR            *
      *    DECISAO..............: 'A' = APROVA / 'R' = RECUSA          *
      *    QTD/HASH.............: ASSINATURA DO LOTE COMO CONFERIDA    *
      *                           PELO APROVADOR NO RELATORIO DA       *
      *                           SUBMISSAO; SE DIFERIR DA DO MNTPEND, *
      *                           A DECISAO E RECUSADA                 *
      *    OBSERVACAO...........: JUSTIFICATIVA LIVRE                  *
      *                                                                *
      ******************************************************************
      *                                                                *
       05  MNTAPRCP-REGISTRO.
           10  MNTAPRCP-PROGRAMA          PIC X(008).
           10  MNTAPRCP-LOTE              PIC 9(006).
           10  MNTAPRCP-DECISAO           PIC X(001).
           10  MNTAPRCP-QTD               PIC 9(009).
           10  MNTAPRCP-HASH              PIC 9(015).
           10  MNTAPRCP-OBSERVACAO        PIC X(041).
      *                                                                *
      ******************************************************************
