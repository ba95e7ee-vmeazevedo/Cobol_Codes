           SELECT ARQUIVO-RESTRITO
           ASSIGN TO 'lista_restritiva.dat'
           ORGANIZATION IS INDEXED
      *Lista de pessoas restritas recebida do compliance, recarregada
      *inteira todo dia pelo PROG159 a partir de lista_restritiva.txt.
           RECORD KEY IS RESTR-ID
           ALTERNATE RECORD KEY IS RESTR-CPF WITH DUPLICATES
      *Chave alternativa para a triagem por CPF exato; WITH
      *DUPLICATES porque a lista traz nomes sem CPF.
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-RESTRITO.
      *O status permite tratar a ausencia da lista sem cancelar (sem
      *lista carregada nao ha triagem).
