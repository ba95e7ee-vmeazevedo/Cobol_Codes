           SELECT ARQUIVO-RISCO
           ASSIGN TO 'riscos_ocupacionais.dat'
           ORGANIZATION IS INDEXED
      *Classificacao de risco (periculosidade ou insalubridade) por
      *departamento ou cargo, com vigencia e o laudo tecnico
      *(PROG181). A classificacao do cargo prevalece sobre a do
      *departamento. Lida pelo PROG183, que calcula o adicional para
      *o extrato (PROG42) e a conferencia do liquido (PROG139).
           RECORD KEY IS RISCO-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-RISCO.
      *O status permite criar o arquivo na primeira classificacao
      *(status 35) e tratar a ausencia dele sem cancelar.
