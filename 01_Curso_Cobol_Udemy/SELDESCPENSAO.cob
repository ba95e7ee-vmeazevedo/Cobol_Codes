           SELECT ARQUIVO-DESC-PENSAO
           ASSIGN TO 'pensoes_descontos.dat'
           ORGANIZATION IS INDEXED
      *Desconto de pensao alimenticia por ordem e periodo: gravado
      *pelo extrato do PROG42 e marcado como creditado pela remessa
      *do PROG117. E o historico mensal que responde ao juizo.
           RECORD KEY IS DESCPENSAO-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-DESCPENSAO.
      *O status permite criar o arquivo no primeiro extrato
      *(status 35) e tratar a ausencia dele sem cancelar.
