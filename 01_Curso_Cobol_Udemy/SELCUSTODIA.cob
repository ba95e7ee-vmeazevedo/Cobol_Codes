           SELECT ARQUIVO-CUSTODIA
           ASSIGN TO 'custodia.dat'
           ORGANIZATION IS INDEXED
      *Bens da empresa e EPI em poder de cada funcionario (PROG150):
      *notebook, cracha, chave, ferramenta, equipamento de protecao.
      *A chave e o codigo do funcionario mais um numero de sequencia,
      *entao o historico de entregas e devolucoes fica guardado.
           RECORD KEY IS CUSTODIA-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-CUSTODIA.
      *O status permite criar o arquivo na primeira inclusao
      *(status 35) e tratar a ausencia dele sem cancelar.
