           SELECT FREQPEND ASSIGN TO 'frequencia_pendente.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FREQPEND-CHAVE
           FILE STATUS IS WS-STATUS-FREQPEND.
