      *Posicao projetada da mesa por moeda, preenchida pelo PROG170
      *(CALL 'PROG170' USING WS-POSICAO-MESA): o saldo do ultimo
      *fechamento (PROG65) antes de hoje mais os movimentos de hoje
      *ja gravados no diario. Mesmo layout do LINKAGE do PROG170.
       01  WS-POSICAO-MESA.
           05 WS-PMESA-QTD PIC 9(02) VALUE ZEROS.
           05 WS-PMESA-LINHA OCCURS 20 TIMES.
              10 WS-PMESA-MOEDA PIC X(3).
              10 WS-PMESA-SALDO PIC S9(11)V99.
