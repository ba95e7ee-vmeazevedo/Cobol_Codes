           SELECT ARQUIVO-ORCAMENTO
           ASSIGN TO 'orcamento_pessoal.dat'
           ORGANIZATION IS INDEXED
      *Orcamento anual de pessoal por empresa, centro de custo e mes
      *(PROG152): gerado da folha vigente e do quadro de vagas,
      *ajustavel a mao pela equipe de financas.
           RECORD KEY IS ORCAMENTO-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-ORCAMENTO.
      *O status permite criar o arquivo na primeira geracao
      *(status 35) e tratar a ausencia dele sem cancelar.
