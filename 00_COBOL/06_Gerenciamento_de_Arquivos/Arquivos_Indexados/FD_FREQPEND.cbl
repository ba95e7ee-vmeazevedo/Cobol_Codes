       FD  FREQPEND.
       01  FREQPEND-FILE.
           05  FREQPEND-CHAVE.
      *Mesma chave de frequencia.dat: um pedido pendente por
      *chamada de aluno.
               10  FREQPEND-TURMA-ID    PIC 9(4).
               10  FREQPEND-DATA        PIC 9(8).
               10  FREQPEND-STUDENT-ID  PIC 9(5).
           05  FREQPEND-PRESENTE-NOVO   PIC X(1).
      *P = presente, F = falta.
           05  FREQPEND-MOTIVO          PIC X(40).
           05  FREQPEND-OPERADOR        PIC X(8).
           05  FREQPEND-DATA-PEDIDO     PIC 9(8).
