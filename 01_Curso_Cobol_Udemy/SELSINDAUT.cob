           SELECT ARQUIVO-SINDAUT
           ASSIGN TO 'sindicato_autorizacoes.dat'
           ORGANIZATION IS INDEXED
      *Autorizacao do funcionario para o desconto da contribuicao
      *sindical (PROG153); sem ela o PROG42 nao desconta.
           RECORD KEY IS SINDAUT-CODIGO-FUNC
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-SINDAUT.
      *O status permite criar o arquivo na primeira autorizacao
      *(status 35) e tratar a ausencia dele sem cancelar.
