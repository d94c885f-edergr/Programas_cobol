      ******************************************************************
      *    NOME BOOK..:  REJMOTCP                                      *
      *    DESCRICAO..:  TABELA DOS CODIGOS DE MOTIVO DE REJEICAO      *
      *                  GRAVADOS NO CADUPREJ (CADUP001) E NO RNGEREJ  *
      *                  (RANGEMOB), COM A DESCRICAO EM LINGUAGEM      *
      *                  CORRENTE ENVIADA AS OPERADORAS NOS ARQUIVOS   *
      *                  DE RETORNO E USADA NOS RELATORIOS DE AGING.   *
      *    DATA.......:  15/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  OCORRENCIAS DE 63                             *
      ******************************************************************
      *                                                                *
      *    CODIGO...............: MOTIVO GRAVADO NO ARQUIVO DE         *
      *                           REJEITADOS (3 POSICOES)              *
      *    DESCRICAO............: TEXTO PARA A OPERADORA               *
      *    QTD..................: QUANTIDADE DE CODIGOS NA TABELA      *
      *                                                                *
      ******************************************************************
      *                                                                *
       05  REJMOTCP-VALORES.
           10  FILLER                     PIC X(063) VALUE
               'RNGRANGE INICIAL MAIOR QUE O RANGE FINAL'.
           10  FILLER                     PIC X(063) VALUE
               'DDDDDD INEXISTENTE NO PLANO DE NUMERACAO BRASILEIRO'.
           10  FILLER                     PIC X(063) VALUE
               'EOTOPERADORA (EOT OU RECEPTORA) INEXISTENTE OU INATIVA'.
           10  FILLER                     PIC X(063) VALUE
               'PRTPORTABILIDADE INCONSISTENTE (PORTADO X RECEPTORA)'.
           10  FILLER                     PIC X(063) VALUE
               'LOCLOCALIDADE INEXISTENTE OU DE OUTRA UF'.
           10  FILLER                     PIC X(063) VALUE
               'TPFTIPO DE PREFIXO FORA DOS TIPOS DE SERVICO'.
           10  FILLER                     PIC X(063) VALUE
               'RGSPAR REGIAO/SETOR INEXISTENTE NO CADASTRO DE REGIOES'.
           10  FILLER                     PIC X(063) VALUE
               'DTADATA DE CADASTRO, INICIAL OU FINAL INVALIDA'.
           10  FILLER                     PIC X(063) VALUE
               'NEXALTERACAO OU EXCLUSAO DE RANGE INEXISTENTE'.
           10  FILLER                     PIC X(063) VALUE
               'JAEINCLUSAO DE RANGE JA EXISTENTE'.
           10  FILLER                     PIC X(063) VALUE
               'TIPTIPO DE MOVIMENTO INVALIDO'.
           10  FILLER                     PIC X(063) VALUE
               'AUTOPERADORA SEM AUTORIZACAO NA UF E TIPO DE SERVICO'.
       05  REJMOTCP-TABELA                REDEFINES REJMOTCP-VALORES.
           10  REJMOTCP-ITEM              OCCURS 12 TIMES.
               15  REJMOTCP-CODIGO        PIC X(003).
               15  REJMOTCP-DESCRICAO     PIC X(060).
       05  REJMOTCP-QTD                   PIC 9(004) COMP VALUE 12.
      *                                                                *
      ******************************************************************
