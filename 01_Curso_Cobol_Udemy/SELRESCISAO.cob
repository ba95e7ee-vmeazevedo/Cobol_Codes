           SELECT ARQUIVO-RESCISAO
           ASSIGN TO 'rescisoes.dat'
           ORGANIZATION IS INDEXED
      *Calculo da rescisao de cada desligamento aprovado (PROG83
      *chama o PROG134). O PROG42 manda as verbas para o bureau como
      *movimento proprio e marca o registro como enviado.
           RECORD KEY IS RESCISAO-CODIGO-FUNC
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-RESCISAO.
      *O status permite criar o arquivo na primeira rescisao
      *(status 35) e tratar a ausencia dele sem cancelar.
