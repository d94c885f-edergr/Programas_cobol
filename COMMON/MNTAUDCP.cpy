      *    DESCRICAO..:  LAYOUT DO REGISTRO DA TRILHA DE AUDITORIA DE  *
      *                  MANUTENCAO DE CADASTROS MESTRES (ARQUIVO      *
      *                  AUDITMNT), COMPARTILHADO PELOS PROGRAMAS DE   *
      *                  MANUTENCAO (EOTMNT01, PORTMNT1, LOCMNT01,     *
      *                  TARMNT01, EDERMNT1, EOTAUT01, MNTSUB01 E      *
      *                  MNTAPR01):                                    *
      *                  CADA MOVIMENTO APLICADO ACRESCENTA UMA LINHA  *
      *                  COM AS IMAGENS ANTES E DEPOIS DO REGISTRO.    *
      *                  BASE DO RELATORIO DE CONSULTA (AUDITRP1).     *
      *                  A SUBMISSAO (MNTSUB01, ACAO I) E A DECISAO    *
      *                  (MNTAPR01, ACAO A/R) DE LOTES DE MOVIMENTO    *
      *                  TAMBEM GERAM LINHA, COM CHAVE = PROGRAMA +    *
      *                  LOTE E A IMAGEM DO REGISTRO MNTPNDCP.         *
      *    DATA.......:  02/09/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  190                                           *
