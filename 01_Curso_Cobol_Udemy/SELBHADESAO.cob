           SELECT ARQUIVO-BH-ADESAO
           ASSIGN TO 'banco_horas_adesao.dat'
           ORGANIZATION IS INDEXED
      *Funcionarios participantes do banco de horas do acordo
      *coletivo, mantidos pelo PROG145; sem registro as horas
      *extras sao pagas no mes, como sempre.
           RECORD KEY IS BHADESAO-CODIGO-FUNC
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-BHADESAO.
      *O status permite criar o arquivo na primeira inclusao
      *(status 35) e tratar a ausencia dele sem cancelar.
