           SELECT ARQUIVO-DECIMO
           ASSIGN TO 'decimo_terceiro.dat'
           ORGANIZATION IS INDEXED
      *Parcelas de 13o salario geradas pelo PROG92, por ano e
      *funcionario. O PROG137 baixa daqui a provisao de 13o ja paga.
           RECORD KEY IS DECIMO-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-DECIMO.
      *O status permite criar o arquivo na primeira geracao
      *(status 35) e tratar a ausencia dele sem cancelar.
