           SELECT ARQUIVO-MERITO
           ASSIGN TO 'propostas_merito.dat'
           ORGANIZATION IS INDEXED
      *Proposta de aumento por merito de um ciclo, gerada pelo
      *PROG147 a partir dos conceitos finais das avaliacoes
      *concluidas; o PROG99 usa como tabela de percentuais por
      *funcionario (modo M).
           RECORD KEY IS MERITO-CODIGO-FUNC
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-MERITO.
