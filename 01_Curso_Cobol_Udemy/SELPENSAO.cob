           SELECT ARQUIVO-PENSAO
           ASSIGN TO 'pensoes.dat'
           ORGANIZATION IS INDEXED
      *Ordens judiciais de pensao alimenticia por funcionario,
      *mantidas pelo PROG140: beneficiario, forma de calculo,
      *vigencia e conta de credito do beneficiario.
           RECORD KEY IS PENSAO-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-PENSAO.
      *O status permite criar o arquivo na primeira inclusao
      *(status 35) e tratar a ausencia dele sem cancelar.
