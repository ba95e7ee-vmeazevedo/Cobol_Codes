           SELECT ARQUIVO-VIGINC
           ASSIGN TO 'vigencias_inclusao.dat'
           ORGANIZATION IS INDEXED
      *Data em que cada vigencia de salarios.dat foi digitada (PROG45
      *e reajuste PROG99). Vigencia com mes anterior ao da inclusao e
      *retroativa; o PROG138 apura daqui as diferencas dos periodos
      *ja pagos. Vigencias anteriores a este arquivo nao tem registro
      *e contam como digitadas em dia.
           RECORD KEY IS VIGINC-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STATUS-ARQUIVO-VIGINC.
      *O status permite criar o arquivo na primeira inclusao
      *(status 35) e tratar a ausencia dele sem cancelar.
