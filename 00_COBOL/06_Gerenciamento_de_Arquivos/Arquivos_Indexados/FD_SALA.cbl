       FD  SALA.
       01  SALA-FILE.
           05  SALA-ID                  PIC X(6).
      *Codigo da sala como esta na porta (A101, LAB02...).
           05  SALA-PREDIO              PIC X(20).
           05  SALA-LUGARES             PIC 9(3).
      *Carteiras; a turma alocada nao pode ter capacidade maior.
           05  SALA-RECURSOS            PIC X(40).
      *Texto livre: projetor, laboratorio, ar condicionado...
