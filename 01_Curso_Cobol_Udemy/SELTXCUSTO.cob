           SELECT ARQUIVO-TXCUSTO
           ASSIGN TO 'taxas_custo.dat'
           ORGANIZATION IS INDEXED
      *Taxa de custo da tesouraria por moeda e dia, carregada pelo
      *PROG64 quando a tesouraria informa; referencia preferida do
      *relatorio de rentabilidade da mesa (PROG162).
           RECORD KEY IS TXCUSTO-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-TXCUSTO.
