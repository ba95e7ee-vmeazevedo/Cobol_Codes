           SELECT SITACAD ASSIGN TO 'situacao_academica.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SITACAD-STUDENT-ID
           FILE STATUS IS WS-STATUS-SITACAD.
