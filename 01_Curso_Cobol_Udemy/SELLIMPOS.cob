           SELECT ARQUIVO-LIMITE-POSICAO
           ASSIGN TO 'limites_posicao.dat'
           ORGANIZATION IS INDEXED
      *Limites de posicao comprada e vendida da mesa por moeda
      *(PROG169), conferidos pela mesa de cambio (PROG63) contra a
      *posicao projetada do dia (PROG170).
           RECORD KEY IS LIMPOS-MOEDA
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-LIMPOS.
