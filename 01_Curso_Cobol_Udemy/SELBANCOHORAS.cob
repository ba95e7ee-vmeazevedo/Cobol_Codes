           SELECT ARQUIVO-BANCO-HORAS
           ASSIGN TO 'banco_horas.dat'
           ORGANIZATION IS INDEXED
      *Lancamentos do banco de horas por funcionario: creditos do
      *fechamento mensal do ponto (PROG81), folgas de compensacao
      *aprovadas (PROG145) e creditos vencidos pagos como extra.
           RECORD KEY IS BANCO-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-BANCO-HORAS.
      *O status permite criar o arquivo no primeiro lancamento
      *(status 35) e tratar a ausencia dele sem cancelar.
