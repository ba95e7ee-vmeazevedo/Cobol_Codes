           SELECT ARQUIVO-FGTS
           ASSIGN TO 'fgts_conta.dat'
           ORGANIZATION IS INDEXED
      *Conta de FGTS por funcionario: um registro por deposito
      *mensal gravado pelo PROG135. O saldo e a soma dos depositos;
      *o PROG134 le daqui a multa de 40% e o extrato da rescisao.
           RECORD KEY IS FGTS-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-FGTS.
      *O status permite criar o arquivo no primeiro deposito
      *(status 35) e tratar a ausencia dele sem cancelar.
