           SELECT ARQUIVO-PROVISAO
           ASSIGN TO 'provisoes.dat'
           ORGANIZATION IS INDEXED
      *Saldo das provisoes de ferias, terco de ferias e 13o por
      *funcionario, mantido pela apuracao mensal PROG137.
           RECORD KEY IS PROVISAO-CODIGO-FUNC
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-PROVISAO.
      *O status permite criar o arquivo na primeira apuracao
      *(status 35) e tratar a ausencia dele sem cancelar.
