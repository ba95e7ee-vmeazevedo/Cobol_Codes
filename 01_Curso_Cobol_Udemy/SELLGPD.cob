           SELECT ARQUIVO-LGPD
           ASSIGN TO 'solicitacoes_lgpd.dat'
           ORGANIZATION IS INDEXED
      *Pedidos de acesso do titular dos dados (LGPD), com o prazo
      *legal de resposta; registro e atendimento pelo PROG172.
           RECORD KEY IS LGPD-PROTOCOLO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-LGPD.
      *O status permite criar o arquivo no primeiro pedido (status
      *35) e tratar a ausencia dele sem cancelar.
