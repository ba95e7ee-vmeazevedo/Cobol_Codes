           SELECT ARQUIVO-PERIODO-FECHADO
           ASSIGN TO WS-NOME-ARQ-PERFECH
           ORGANIZATION IS INDEXED
      *Periodos da folha ja baixados do retorno do bureau (PROG50).
      *Um arquivo por empresa, como o resultado da folha: nome
      *padrao 'periodos_fechados.dat', por empresa via a variavel
      *de ambiente ARQUIVO_PERIODOS_FECHADOS (selecao de empresa do
      *menu), para a baixa de uma empresa nao fechar o mes das
      *outras.
      *Alteracao de salario, afastamento, ponto ou beneficio que
      *caia em periodo fechado passa pela liberacao do PROG177.
           RECORD KEY IS PERFECH-PERIODO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-PERFECH.
      *O status permite criar o arquivo na primeira baixa
      *(status 35) e tratar a ausencia dele sem cancelar.
