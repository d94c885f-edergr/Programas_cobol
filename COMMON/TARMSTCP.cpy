      *    CLASSIFICACAO........: 'L' = MESMA AREA LOCAL               *
      *                           'T' = MESMA AREA TARIFADA            *
      *                           'D' = LONGA DISTANCIA                *
      *                           NUMERACAO NAO GEOGRAFICA, PELO       *
      *                           MODELO DE COBRANCA DO NGEOMAST:      *
      *                           'R' = RECEBEDOR (0800)               *
      *                           'P' = PARTILHADO (0300)              *
      *                           'C' = CHAMADOR (0500 E 1XX PAGOS)    *
      *                           'A' = VALOR ADICIONADO (0900)        *
      *    EOT-ORIG/EOT-DEST....: PAR DE OPERADORAS DA TARIFA; EM      *
      *                           BRANCO = VALE PARA QUALQUER          *
      *                           OPERADORA NAQUELA PONTA              *
