           SELECT SALA ASSIGN TO 'sala.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALA-ID
           FILE STATUS IS WS-STATUS-SALA.
