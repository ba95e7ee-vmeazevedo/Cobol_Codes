           SELECT ARQUIVO-ADIANTAMENTO
           ASSIGN TO 'adiantamentos.dat'
           ORGANIZATION IS INDEXED
      *Adiantamento quinzenal por funcionario e periodo: gravado na
      *rodada do dia 15 (PROG142), marcado como remetido pela remessa
      *do PROG117 e como descontado pelo extrato mensal do PROG42.
           RECORD KEY IS ADIANTAMENTO-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-ADIANTAMENTO.
      *O status permite criar o arquivo na primeira rodada
      *(status 35) e tratar a ausencia dele sem cancelar.
