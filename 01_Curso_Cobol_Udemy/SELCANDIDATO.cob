           SELECT ARQUIVO-CANDIDATO
           ASSIGN TO 'candidatos.dat'
           ORGANIZATION IS INDEXED
      *Candidatos de cada requisicao de contratacao, com a etapa
      *do processo seletivo (PROG148).
           RECORD KEY IS CANDIDATO-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-CANDIDATO.
      *O status permite criar o arquivo no primeiro candidato
      *(status 35) e tratar a ausencia dele sem cancelar.
