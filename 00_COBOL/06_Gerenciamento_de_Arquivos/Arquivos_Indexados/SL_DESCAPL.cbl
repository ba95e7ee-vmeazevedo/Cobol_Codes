           SELECT DESCAPL ASSIGN TO 'descontos_aplicados.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DESCAPL-CHAVE
           FILE STATUS IS WS-STATUS-DESCAPL.
