           SELECT ARQUIVO-ADT-OPCAO
           ASSIGN TO 'adiantamento_opcoes.dat'
           ORGANIZATION IS INDEXED
      *Funcionarios que abriram mao do adiantamento quinzenal,
      *mantidos pelo PROG143; sem registro o funcionario recebe.
           RECORD KEY IS ADTOPCAO-CODIGO-FUNC
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-ADTOPCAO.
      *O status permite criar o arquivo na primeira inclusao
      *(status 35) e tratar a ausencia dele sem cancelar.
