       FD  PERFECHA.
       01  PERFECHA-FILE.
           05  PERFECHA-PERIODO         PIC 9(6).
      *Periodo letivo AAAAPP fechado pelo 21_Fechamento_Periodo. Com
      *o registro gravado, notas e chamadas do periodo so mudam por
      *pedido aprovado no 10_Aprova_Notas.
           05  PERFECHA-DATA            PIC 9(8).
           05  PERFECHA-OPERADOR        PIC X(8).
