           SELECT ARQUIVO-AVALIACAO
           ASSIGN TO 'avaliacoes.dat'
           ORGANIZATION IS INDEXED
      *Avaliacao de desempenho por ciclo e funcionario: notas por
      *competencia, conceito final e comentario, lancados pelo
      *gestor do departamento ou por supervisor do RH (PROG147).
           RECORD KEY IS AVALIACAO-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-AVALIACAO.
      *O status permite criar o arquivo na primeira avaliacao
      *(status 35) e tratar a ausencia dele sem cancelar.
