           SELECT ARQUIVO-LISTA-DIST
           ASSIGN TO 'listas_distribuicao.dat'
           ORGANIZATION IS INDEXED
      *Listas de distribuicao do spool por nome de relatorio
      *(PROG180): destinatarios do relatorio inteiro ou da fatia de
      *um departamento, ou o gestor do departamento. Lidas pelo
      *distribuidor PROG179 a cada execucao registrada no PROG71.
           RECORD KEY IS LDIST-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-LISTA-DIST.
      *O status permite criar o arquivo na primeira inclusao
      *(status 35) e tratar a ausencia dele sem cancelar.
