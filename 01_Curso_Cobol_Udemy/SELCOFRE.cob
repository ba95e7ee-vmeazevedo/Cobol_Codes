           SELECT ARQUIVO-COFRE
           ASSIGN TO 'cofre_cedulas.dat'
           ORGANIZATION IS INDEXED
      *Estoque do cofre da mesa por moeda e cedula (PROG163): saldo
      *de cedulas, estoque minimo e a ultima contagem fisica.
           RECORD KEY IS COFRE-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-COFRE.
