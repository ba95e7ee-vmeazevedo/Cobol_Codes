           SELECT PERFECHA ASSIGN TO 'periodo_fechado.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERFECHA-PERIODO
           FILE STATUS IS WS-STATUS-PERFECHA.
