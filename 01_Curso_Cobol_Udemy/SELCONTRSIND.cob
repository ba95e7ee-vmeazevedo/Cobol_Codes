           SELECT ARQUIVO-CONTRSIND
           ASSIGN TO 'contribuicoes_sindicais.dat'
           ORGANIZATION IS INDEXED
      *Contribuicao sindical descontada por sindicato, periodo e
      *funcionario: gravada pelo extrato do PROG42 e marcada como
      *recolhida na relacao de repasse do PROG153.
           RECORD KEY IS CONTRSIND-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-CONTRSIND.
      *O status permite criar o arquivo no primeiro extrato
      *(status 35) e tratar a ausencia dele sem cancelar.
