      ******************************************************************
      *    NOME BOOK..:  PUBAPRCP                                      *
      *    DESCRICAO..:  LAYOUT DO REGISTRO DE APROVACAO DE PUBLICACAO *
      *                  DO PLANNAC (ARQUIVO PLANPUBA): LIBERA A       *
      *                  DISTRIBUICAO/EXPORTACAO DE UMA NOITE RETIDA   *
      *                  PELO PORTAO DE PUBLICACAO (PLANPUB1), COM A   *
      *                  IDENTIFICACAO DO ANALISTA RESPONSAVEL.        *
      *    DATA.......:  15/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  80                                            *
      ******************************************************************
      *                                                                *
      *    DATA-REFERENCIA......: NOITE APROVADA (AAAAMMDD), A MESMA   *
      *                           DATA DE PROCESSAMENTO DO PLANPUB1    *
      *    QTD-PLANNAC..........: QUANTIDADE DE RANGES DO PLANNAC      *
      *                           APROVADO, COMO INFORMADA NO          *
      *                           RELATORIO PLANPUBR DA RETENCAO. SE O *
      *                           PLANNAC MUDAR DEPOIS DA ANALISE, A   *
      *                           APROVACAO DEIXA DE VALER             *
      *    ANALISTA.............: USUARIO DO ANALISTA QUE APROVOU      *
      *                           (OBRIGATORIO)                        *
      *    NOME-ANALISTA........: NOME DO ANALISTA                     *
      *    DATA-APROVACAO.......: DATA EM QUE A APROVACAO FOI DADA     *
      *    OBSERVACAO...........: JUSTIFICATIVA LIVRE                  *
      *                                                                *
      ******************************************************************
      *                                                                *
       05  PUBAPRCP-REGISTRO.
           10  PUBAPRCP-DATA-REFERENCIA   PIC 9(008).
           10  PUBAPRCP-QTD-PLANNAC       PIC 9(009).
           10  PUBAPRCP-ANALISTA          PIC X(008).
           10  PUBAPRCP-NOME-ANALISTA     PIC X(030).
           10  PUBAPRCP-DATA-APROVACAO    PIC X(008).
           10  PUBAPRCP-OBSERVACAO        PIC X(017).
      *                                                                *
      ******************************************************************
