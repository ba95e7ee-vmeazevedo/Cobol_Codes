      *Balancete dos lancamentos contabeis da mesa: totais de debito
      *e credito por conta no mes pedido, linha de prova (debitos =
      *creditos) e comparacao com o mes anterior, tudo sobre
      *lancamentos_contabeis.dat (gravado pelo PROG66, pelo
      *PROG110 e, para a folha, pelo PROG136) e capturado no spool
      *central (PROG71). Antes disso, a unica conferencia da
      *contabilidade da mesa era olhar as linhas cruas do arquivo.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
