           SELECT ARQUIVO-SINDVINC
           ASSIGN TO 'sindicato_vinculos.dat'
           ORGANIZATION IS INDEXED
      *Vinculo de departamento ou cargo ao sindicato (PROG153). O
      *vinculo do cargo prevalece sobre o do departamento.
           RECORD KEY IS SINDVINC-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-SINDVINC.
      *O status permite criar o arquivo no primeiro vinculo
      *(status 35) e tratar a ausencia dele sem cancelar.
