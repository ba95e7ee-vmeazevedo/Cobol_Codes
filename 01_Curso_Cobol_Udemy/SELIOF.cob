           SELECT ARQUIVO-IOF
           ASSIGN TO 'aliquotas_iof.dat'
           ORGANIZATION IS INDEXED
      *Aliquotas de IOF da mesa de cambio por tipo de operacao e
      *moeda, com data de vigencia, mantidas pelo PROG161 e
      *aplicadas pelo PROG63 na confirmacao da operacao.
           RECORD KEY IS IOF-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-IOF.
      *O status permite criar o arquivo na primeira aliquota
      *(status 35) e tratar a ausencia dele sem cancelar.
