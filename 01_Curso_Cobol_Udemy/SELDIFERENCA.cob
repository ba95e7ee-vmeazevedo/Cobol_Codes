           SELECT ARQUIVO-DIFERENCA
           ASSIGN TO 'diferencas_salariais.dat'
           ORGANIZATION IS INDEXED
      *Diferencas salariais retroativas por funcionario e periodo ja
      *pago, apuradas e aprovadas no PROG138 e enviadas ao bureau
      *pelo PROG42 como movimento proprio.
           RECORD KEY IS DIFERENCA-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-DIFERENCA.
      *O status permite criar o arquivo na primeira apuracao
      *(status 35) e tratar a ausencia dele sem cancelar.
