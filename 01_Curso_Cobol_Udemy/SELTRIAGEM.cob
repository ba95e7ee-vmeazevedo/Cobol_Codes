           SELECT ARQUIVO-TRIAGEM
           ASSIGN TO 'triagem_clientes.dat'
           ORGANIZATION IS INDEXED
      *Ocorrencias da triagem de clientes contra a lista restritiva
      *(PROG158) e a decisao do compliance sobre cada uma (PROG160).
           RECORD KEY IS TRIAG-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-TRIAGEM.
      *O status permite criar o arquivo na primeira ocorrencia
      *(status 35) e tratar a ausencia dele sem cancelar.
