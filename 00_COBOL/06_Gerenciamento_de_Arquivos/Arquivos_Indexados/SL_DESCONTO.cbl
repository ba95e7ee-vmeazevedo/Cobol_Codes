           SELECT DESCONTO ASSIGN TO 'desconto.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DESCONTO-CHAVE
           FILE STATUS IS WS-STATUS-DESCONTO.
