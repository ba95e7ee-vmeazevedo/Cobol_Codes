           SELECT VALHORA ASSIGN TO 'valor_hora_aula.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VALHORA-QUALIFICACAO
           FILE STATUS IS WS-STATUS-VALHORA.
