      ******************************************************************
      *    NOME BOOK..:  MNTPNDCP                                      *
      *    DESCRICAO..:  LAYOUT DO REGISTRO DE LOTE DE MOVIMENTO DE    *
      *                  MANUTENCAO DE CADASTRO MESTRE SUBMETIDO A     *
      *                  APROVACAO (ARQUIVO MNTPEND). O LOTE E         *
      *                  SUBMETIDO PELO PREPARADOR (MNTSUB01),         *
      *                  APROVADO OU RECUSADO POR OUTRO USUARIO        *
      *                  (MNTAPR01) E SO ENTAO ACEITO PELO PROGRAMA DE *
      *                  MANUTENCAO, QUE CONFERE A ASSINATURA DE       *
      *                  CONTEUDO DO MOVIMENTO (QUANTIDADE + HASH)     *
      *                  CONTRA O LOTE APROVADO.                       *
      *    DATA.......:  15/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  80                                            *
      ******************************************************************
      *                                                                *
      *    PROGRAMA.............: PROGRAMA DE MANUTENCAO DESTINO DO    *
      *                           LOTE (EOTMNT01, LOCMNT01, PORTMNT1   *
      *                           OU EOTMRG01)                         *
      *    LOTE.................: NUMERO SEQUENCIAL DO LOTE, DADO NA   *
      *                           SUBMISSAO                            *
      *    PREPARADOR...........: USUARIO QUE SUBMETEU O LOTE          *
      *    DATA/HORA-SUBMISSAO..: QUANDO O LOTE FOI SUBMETIDO          *
      *    QTD/HASH.............: ASSINATURA DE CONTEUDO DO MOVIMENTO: *
      *                           QUANTIDADE DE REGISTROS E SOMA DOS   *
      *                           CODIGOS DOS CARACTERES PONDERADOS    *
      *                           PELA POSICAO NO REGISTRO             *
      *    SITUACAO.............: 'P' = PENDENTE DE APROVACAO          *
      *                           'A' = APROVADO                       *
      *                           'R' = RECUSADO                       *
      *    APROVADOR............: USUARIO QUE APROVOU OU RECUSOU       *
      *    DATA-DECISAO.........: DATA DA APROVACAO/RECUSA (AAAAMMDD)  *
      *                                                                *
      ******************************************************************
      *                                                                *
       05  MNTPNDCP-REGISTRO.
           10  MNTPNDCP-PROGRAMA          PIC X(008).
           10  MNTPNDCP-LOTE              PIC 9(006).
           10  MNTPNDCP-PREPARADOR        PIC X(008).
           10  MNTPNDCP-DATA-SUBMISSAO    PIC 9(008).
           10  MNTPNDCP-HORA-SUBMISSAO    PIC 9(008).
           10  MNTPNDCP-QTD               PIC 9(009).
           10  MNTPNDCP-HASH              PIC 9(015).
           10  MNTPNDCP-SITUACAO          PIC X(001).
               88  MNTPNDCP-PENDENTE                 VALUE 'P'.
               88  MNTPNDCP-APROVADO                 VALUE 'A'.
               88  MNTPNDCP-RECUSADO                 VALUE 'R'.
           10  MNTPNDCP-APROVADOR         PIC X(008).
           10  MNTPNDCP-DATA-DECISAO      PIC X(008).
           10  FILLER                     PIC X(001).
      *                                                                *
      ******************************************************************
