           SELECT ARQUIVO-REEMBOLSO
           ASSIGN TO 'reembolsos.dat'
           ORGANIZATION IS INDEXED
      *Pedidos de reembolso de despesas (viagem, refeicao,
      *quilometragem...) por funcionario, lancados e decididos no
      *PROG182. O aprovado ainda nao pago sai como linha B no extrato
      *mensal (PROG42) e fica pago na baixa do retorno OK (PROG50).
           RECORD KEY IS REEMB-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-REEMBOLSO.
      *O status permite criar o arquivo no primeiro pedido
      *(status 35) e tratar a ausencia dele sem cancelar.
