           SELECT BOLETO ASSIGN TO 'boletos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOLETO-NOSSO-NUMERO
           ALTERNATE RECORD KEY IS BOLETO-MENSALIDADE-CHAVE
           FILE STATUS IS WS-STATUS-BOLETO.
