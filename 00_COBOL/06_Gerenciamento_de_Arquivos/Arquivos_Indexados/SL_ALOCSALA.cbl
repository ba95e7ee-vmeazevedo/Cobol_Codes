           SELECT ALOCSALA ASSIGN TO 'alocacao_sala.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALOCSALA-TURMA-ID
           FILE STATUS IS WS-STATUS-ALOCSALA.
