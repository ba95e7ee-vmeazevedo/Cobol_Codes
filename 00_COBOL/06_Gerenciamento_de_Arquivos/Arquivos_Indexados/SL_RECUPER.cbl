           SELECT RECUPER ASSIGN TO 'recuperacao.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECUPER-CHAVE
           FILE STATUS IS WS-STATUS-RECUPER.
