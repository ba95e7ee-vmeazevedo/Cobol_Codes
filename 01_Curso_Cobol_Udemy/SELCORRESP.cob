           SELECT ARQUIVO-CORRESPONDENTE
           ASSIGN TO 'correspondentes.dat'
           ORGANIZATION IS INDEXED
      *Bancos correspondentes com que a mesa compra e vende moeda
      *no atacado (PROG166).
           RECORD KEY IS CORRESP-CODIGO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-CORRESP.
