           SELECT ARQUIVO-ATACADO
           ASSIGN TO 'ordens_atacado.dat'
           ORGANIZATION IS INDEXED
      *Ordens de compra e venda de moeda da mesa com os bancos
      *correspondentes (PROG166); liquidadas pelo PROG168 e
      *conciliadas com o arquivo do correspondente pelo PROG167.
           RECORD KEY IS ATAC-NUMERO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-ATACADO.
