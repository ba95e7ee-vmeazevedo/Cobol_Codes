      *Descrição do arquivo. Contém a definição da parte lógica.
       FD  ARQUIVO-DIST-LOG.
       01  DLOG-REGISTRO.
           05 DLOG-SEQUENCIA PIC 9(4).
      *Execucao do spool (spool_NNNN.txt).
           05 DLOG-RELATORIO PIC X(20).
           05 DLOG-DEPARTAMENTO PIC 9(4).
      *Zero = relatorio inteiro.
           05 DLOG-DESTINATARIO PIC X(30).
           05 DLOG-DATA PIC 9(8).
           05 DLOG-HORA PIC 9(6).
           05 DLOG-OPERADOR PIC X(8).
      *Operador da sessao que gerou o relatorio.
