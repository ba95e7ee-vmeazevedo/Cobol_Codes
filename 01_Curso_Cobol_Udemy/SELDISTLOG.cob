           SELECT OPTIONAL ARQUIVO-DIST-LOG
           ASSIGN TO 'distribuicao_spool.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DIST-LOG.
      *Log de distribuicao do spool: uma linha por destinatario de
      *cada execucao (PROG179); o PROG72 mostra daqui quem recebeu
      *o que e quando.
