           SELECT ARQUIVO-RESERVA
           ASSIGN TO 'reservas_moeda.dat'
           ORGANIZATION IS INDEXED
      *Reservas de moeda com taxa travada e data de retirada
      *(PROG164); entregues pelo PROG63 e vencidas pelo PROG165.
           RECORD KEY IS RESERVA-NUMERO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-RESERVA.
