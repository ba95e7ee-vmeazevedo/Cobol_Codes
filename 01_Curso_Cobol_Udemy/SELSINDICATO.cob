           SELECT ARQUIVO-SINDICATO
           ASSIGN TO 'sindicatos.dat'
           ORGANIZATION IS INDEXED
      *Cadastro de sindicatos (PROG153): data-base, percentual do
      *dissidio da convencao coletiva e regra da contribuicao.
           RECORD KEY IS SINDICATO-CODIGO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-SINDICATO.
      *O status permite criar o arquivo na primeira inclusao
      *(status 35) e tratar a ausencia dele sem cancelar.
