           SELECT ARQUIVO-AULADADA
           ASSIGN TO 'aulas_dadas.dat'
           ORGANIZATION IS INDEXED
      *Aulas dadas por professor no mes, apuradas pelo
      *20_Aulas_Dadas da escola a partir das chamadas de
      *frequencia.dat e enviadas ao bureau pelo PROG42 como
      *pagamento de hora-aula.
           RECORD KEY IS AULADADA-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-AULADADA.
      *O status permite criar o arquivo na primeira apuracao
      *(status 35) e tratar a ausencia dele sem cancelar.
