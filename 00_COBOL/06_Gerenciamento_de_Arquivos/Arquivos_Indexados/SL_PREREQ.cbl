           SELECT PREREQ ASSIGN TO 'prerequisitos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREREQ-CHAVE
           FILE STATUS IS WS-STATUS-PREREQ.
