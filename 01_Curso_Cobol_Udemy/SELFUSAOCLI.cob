           SELECT ARQUIVO-FUSAO-CLIENTE
           ASSIGN TO 'clientes_fusao.dat'
           ORGANIZATION IS INDEXED
      *Referencia cruzada das fusoes de clientes duplicados
      *(PROG154): codigo aposentado -> codigo sobrevivente. O diario
      *da mesa nao e regravado; os programas que acumulam por
      *cliente resolvem o codigo do movimento pelo PROG155.
           RECORD KEY IS FUSAOCLI-CODIGO-ANTIGO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-FUSAOCLI.
      *O status permite criar o arquivo na primeira fusao
      *(status 35) e tratar a ausencia dele sem cancelar.
