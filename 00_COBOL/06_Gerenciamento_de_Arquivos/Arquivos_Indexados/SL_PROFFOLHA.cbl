           SELECT PROFFOLHA ASSIGN TO 'professor_folha.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROFFOLHA-PROFESSOR-ID
           FILE STATUS IS WS-STATUS-PROFFOLHA.
