           SELECT ARQUIVO-REQUISICAO
           ASSIGN TO 'requisicoes_vagas.dat'
           ORGANIZATION IS INDEXED
      *Requisicoes de contratacao abertas contra o quadro de vagas
      *do departamento (quadro_vagas.dat), mantidas pelo PROG148.
           RECORD KEY IS REQUISICAO-NUMERO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-REQUISICAO.
      *O status permite criar o arquivo na primeira requisicao
      *(status 35) e tratar a ausencia dele sem cancelar.
